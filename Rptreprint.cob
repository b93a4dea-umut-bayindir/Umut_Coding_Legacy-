   02 out-dup-v     pic z(9).
   02 filler        pic x(2)   value spaces.
   02 filler        pic x(9)   value "DUPLICATE".
*> a converted calendar date - the numeral date and its yyyymmdd
01 output-date-record.
   02 filler        pic x      value space.
   02 out-dt-r      pic x(30).
   02 filler        pic x(3)   value spaces.
   02 out-dt-iso    pic 9(8).
   02 filler        pic x(2)   value spaces.
   02 filler        pic x(4)   value "DATE".
01 output-footer-line.
   02 filler       pic x(14)  value "records read: ".
   02 out-read     pic zzzzz9.
                  perform write-duplicate-line
               when rep-status is equal to "NORMALIZED"
                  perform write-normalized-line
               when rep-status is equal to "DATE"
                  perform write-date-line
               when other
                  perform write-detail-line
            end-evaluate
      perform write-report-heading
   end-if.

*> a DATE row prints the numeral date beside its yyyymmdd, the way
*> the original report did
write-date-line.
   move rep-roman to out-dt-r.
   move rep-value to out-dt-iso.
   move output-date-record to reprint-line.
   write reprint-line.
   add 1 to line-count.
   if line-count is greater than or equal to lines-per-page
      perform write-report-heading
   end-if.

*> a DUPLICATE row prints as converted with the flag the original
*> report carried
write-duplicate-line.
