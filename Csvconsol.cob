77 grand-valid       pic 9(8)   value zero.
77 grand-invalid     pic 9(8)   value zero.
77 grand-dups        pic 9(8)   value zero.
*> converted calendar dates are valid rows too, but a yyyymmdd figure
*> is no ledger value - they count on their own and stay out of the
*> bands and the high/low range
77 grand-dates       pic 9(8)   value zero.
*> frequency distribution of converted values - the bands operations
*> actually asks about at month-end
77 band-1-99         pic 9(8)   value zero.
01 consol-dup-line.
   02 filler        pic x(28)  value "  duplicate rows in period: ".
   02 out-g-dups    pic z(7)9.
01 consol-date-line.
   02 filler        pic x(28)  value "  calendar date rows:       ".
   02 out-g-dates   pic z(7)9.
01 consol-band-line.
   02 filler        pic x(2)   value spaces.
   02 out-band-name pic x(14).
   end-if.

*> one history record sifted for the period - only the converting
*> modes (1, 2, 6 and 8) leave CSVs: mode 3 writes none, and a recycle's
*> rows were appended to the original file's CSV, which the original
*> conversion's record already brings in - a single-file run's CSV
*> hangs off rl-file itself, a batch run logs under its control
      if rl-date is not less than from-date
            and rl-date is not greater than to-date
            and (rl-mode is equal to 1 or rl-mode is equal to 2
               or rl-mode is equal to 6 or rl-mode is equal to 8)
         move spaces to csv_file_name
         string function trim(rl-file) delimited by size
               ".CSV" delimited by size
            end-if
            perform tally-one-value
         else
            if cons-status is equal to "DATE"
               add 1 to file-valid
               add 1 to grand-dates
            else
               add 1 to file-invalid
            end-if
         end-if
      end-if
   end-if.
   display consol-dup-line.
   move consol-dup-line to consol-line.
   write consol-line.
   if grand-dates is greater than zero
      move grand-dates to out-g-dates
      display consol-date-line
      move consol-date-line to consol-line
      write consol-line
   end-if.

*> the frequency distribution operations reads off at month-end
write-band-lines.
