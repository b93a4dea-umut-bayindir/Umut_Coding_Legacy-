identification division.
program-id. qa-sample.
*> sample verification of converted rows - compare mode proves a
*> ledger only by keying the whole of it twice, so most deliveries are
*> never independently checked at all - this draws a random sample of
*> the VALID rows a night's runs archived, at a rate the operator
*> sets, and prints a worklist of source file, row and numeral for a
*> second person to check against the source page - the checker's
*> verdicts are keyed back into a permanent verification file, and
*> the error report works off that: the error rate per ledger id (from
*> each input file's header record) and per keying date, each with
*> the upper bound the rate lies under at 95% confidence, so the
*> auditors get a figure and the full re-key compares go to the
*> ledgers that need them

environment division.


input-output section.
file-control.
   select runlog-file
      assign to dynamic runlog_file_name
      organization is line sequential.

*> a batch run logs under its control file's name - its entries are
*> read back from that list to find their archives
   select control-file
      assign to dynamic control_file_name
      organization is line sequential.

   select csv-file
      assign to dynamic csv_file_name
      organization is line sequential.

*> the input file a sampled archive came from - its header record
*> names the ledger and keying date, and it is walked in step with the
*> archive so each row drawn carries its own line in the source
   select input-file
      assign to dynamic input_file_name
      organization is line sequential.

*> one night's sample, QASAMPLE<date>.SMP - one record per row drawn,
*> rebuilt every time that night is sampled
   select sample-file
      assign to dynamic sample_file_name
      organization is line sequential.

*> permanent verification results - one record appended per verdict
*> keyed, created on first use and extended forever after, the same
*> way the run-history log is - the error report reads it
   select verify-file
      assign to dynamic verify_file_name
      organization is line sequential.

*> the printed worklist when sampling, the error report when
*> reporting - rebuilt every run
   select qa-report-file
      assign to dynamic qa_report_name
      organization is line sequential.

data division.


file section.
*> fixed-column history record - the conversion program owns this
*> layout, a change there must be mirrored here
   fd runlog-file.
   01 runlog-record.
      02 rl-date    pic x(8).
      02 filler     pic x(1).
      02 rl-time    pic x(6).
      02 filler     pic x(1).
      02 rl-mode    pic 9(1).
      02 filler     pic x(1).
      02 rl-file    pic x(30).
      02 filler     pic x(1).
      02 rl-read    pic 9(6).
      02 filler     pic x(1).
      02 rl-valid   pic 9(6).
      02 filler     pic x(1).
      02 rl-reject  pic 9(6).
      02 filler     pic x(1).
      02 rl-status  pic x(1).

   fd control-file.
   01 control-record pic x(30).

   fd csv-file.
   01 csv-line       pic x(80).

*> conversion-program input record - the conversion program owns this
*> layout, a change there must be mirrored here
   fd input-file.
   01 input-data.
      02 in-r        pic x(30).
   01 mixed-input-data.
      02 mx-type     pic x(1).
      02 mx-rest     pic x(61).

*> one row drawn - the night sampled, its number in the sample, the
*> input file and the archive it came from, its line in the input
*> file, the numeral and value as converted, and the ledger id and
*> keying date off the input file's header
   fd sample-file.
   01 sample-record.
      02 smp-night      pic x(8).
      02 filler         pic x(1).
      02 smp-no         pic 9(5).
      02 filler         pic x(1).
      02 smp-source     pic x(30).
      02 filler         pic x(1).
      02 smp-csv        pic x(30).
      02 filler         pic x(1).
      02 smp-row        pic 9(6).
      02 filler         pic x(1).
      02 smp-numeral    pic x(30).
      02 filler         pic x(1).
      02 smp-value      pic 9(9).
      02 filler         pic x(1).
      02 smp-ledger     pic x(8).
      02 filler         pic x(1).
      02 smp-key-date   pic x(8).

*> one verdict - the sampled row as drawn, then C (correct) or E
*> (error), who checked it and when, and what the source page showed
*> for an error
   fd verify-file.
   01 verify-record.
      02 ver-night      pic x(8).
      02 filler         pic x(1).
      02 ver-no         pic 9(5).
      02 filler         pic x(1).
      02 ver-source     pic x(30).
      02 filler         pic x(1).
      02 ver-csv        pic x(30).
      02 filler         pic x(1).
      02 ver-row        pic 9(6).
      02 filler         pic x(1).
      02 ver-numeral    pic x(30).
      02 filler         pic x(1).
      02 ver-value      pic 9(9).
      02 filler         pic x(1).
      02 ver-ledger     pic x(8).
      02 filler         pic x(1).
      02 ver-key-date   pic x(8).
      02 filler         pic x(1).
      02 ver-verdict    pic x(1).
      02 filler         pic x(1).
      02 ver-checker    pic x(8).
      02 filler         pic x(1).
      02 ver-date       pic x(8).
      02 filler         pic x(1).
      02 ver-note       pic x(30).

   fd qa-report-file.
   01 qa-report-line pic x(132).



working-storage section.
01 file-info.
       05 file-size        pic x(8) comp-x.
       05 file-date.
          10 f-day         pic x comp-x.
          10 f-month       pic x comp-x.
          10 f-year        pic xx comp-x.
       05 file-time.
          10 f-hours       pic x comp-x.
          10 f-minutes     pic x comp-x.
          10 f-seconds     pic x comp-x.
          10 f-hundredths  pic x comp-x.
77 runlog_file_name    pic x(30)  value "RUNLOG.DAT".
77 control_file_name   pic x(30).
77 csv_file_name       pic x(30).
77 input_file_name     pic x(30).
77 sample_file_name    pic x(30).
77 verify_file_name    pic x(30)  value "QAVERIFY.DAT".
77 qa_report_name      pic x(30).
77 run-stamp-date      pic x(8).
77 run-stamp-time      pic x(8).
77 command-text        pic x(40) value spaces.
*> S = draw a night's sample, V = key verdicts, R = error report
77 qa-function         pic x      value space.
77 qa-ok               pic x      value "Y".
77 runlog-eof          pic 9      value 0.
77 list-eof            pic 9      value 0.
77 csv-eof             pic 9      value 0.
77 sample-eof          pic 9      value 0.
77 verify-eof          pic 9      value 0.
*> the night sampled or verified, and the report's range of nights -
*> yyyymmdd text compares correctly as written, so a blank answer
*> widens that end of the range, same as the run-summary program
77 night-date          pic x(8) value spaces.
77 from-date           pic x(8) value spaces.
77 to-date             pic x(8) value spaces.
*> sampling rate in per cent - 0.01 thru 100, blank = 2
77 rate-text           pic x(8) value spaces.
77 sample-rate         pic 9(3)v99 value 2.00.
*> the random draw's seed - the same seed over the same archives draws
*> the same sample, so the worklist can be reprinted - blank takes
*> one from the clock
77 seed-text           pic x(10) value spaces.
77 sample-seed         pic 9(8)   value zero.
77 draw                pic 9(3)v9(6).
*> a rerun logs the same file a second time - sampling its archive
*> twice would draw from it twice, so every archive is remembered and
*> repeats are skipped
01 done-name-table.
   02 done-name     pic x(30)  occurs 500 times.
77 done-name-used      pic s9(3)  comp value zero.
77 done-name-idx       pic s9(3)  comp.
77 name-seen-before    pic x      value "N".
*> the night's generation of an archive - NAME.Gnn.CSV dated on the
*> night itself, or failing that the earliest one dated after it (a
*> recycle appending to the night's archive moves its date on) -
*> nothing older than the night is ever taken
77 gen_base_name       pic x(30).
77 gen-check-name      pic x(30).
77 gen-scan-num        pic 9(3)   value zero.
77 gen-number-x        pic 9(2).
77 base-name-len       pic s9(3)  comp.
77 gen-file-date       pic 9(8).
77 night-date-num      pic 9(8).
77 gen-found           pic x      value "N".
77 gen-later-name      pic x(30).
77 source_file_name    pic x(30).
*> header details of the input file in hand
77 file-ledger         pic x(8).
77 file-key-date       pic x(8).
*> the three comma-delimited columns of one CSV row
77 csv-row-no          pic 9(6)   value zero.
*> the source walk - every archive row stands for the next input
*> record that writes one: header and trailer records write none, nor
*> does a mixed file's type-A arithmetic line - rows past the end of
*> the source were appended by a later recycle and are not drawn
77 sample-mode         pic 9      value zero.
77 source-eof          pic 9      value 0.
77 source-line         pic 9(6)   value zero.
77 source-found        pic x      value "N".
77 csv-roman           pic x(30).
77 csv-value-text      pic x(15).
77 csv-status          pic x(10).
*> sampling totals
77 sample-max          pic 9(5)   value 5000.
77 sample-count        pic 9(5)   value zero.
77 files-sampled       pic 9(4)   value zero.
77 file-population     pic 9(6)   value zero.
77 file-drawn          pic 9(5)   value zero.
77 population          pic 9(8)   value zero.
77 actual-rate         pic 9(3)v99 value zero.
*> verdict keying - the items of the night already verified are
*> marked off so a resumed session only offers what is still pending
01 verified-table.
   02 verified-flag pic x      occurs 5000 times.
77 checker-id          pic x(8) value spaces.
77 verdict-answer      pic x(1).
77 verdict-note        pic x(30).
77 verdict-done        pic x      value "N".
77 checked-now         pic 9(5)   value zero.
77 errors-now          pic 9(5)   value zero.
77 pending-count       pic 9(5)   value zero.
*> error report accumulators - one row per ledger id and per keying
*> date in the range, plus the totals
01 ledger-table.
   02 ledger-entry occurs 500 times.
      03 lg-id          pic x(8).
      03 lg-checked     pic 9(6).
      03 lg-errors      pic 9(6).
77 ledger-used         pic s9(3)  comp value zero.
77 ledger-idx          pic s9(3)  comp.
77 ledger-found        pic s9(3)  comp value zero.
01 keydate-table.
   02 keydate-entry occurs 500 times.
      03 kd-date        pic x(8).
      03 kd-checked     pic 9(6).
      03 kd-errors      pic 9(6).
77 keydate-used        pic s9(3)  comp value zero.
77 keydate-idx         pic s9(3)  comp.
77 keydate-found       pic s9(3)  comp value zero.
77 table-full          pic x      value "N".
77 total-checked       pic 9(6)   value zero.
77 total-errors        pic 9(6)   value zero.
77 any-errors          pic x      value "N".
*> one row's figures - the observed error rate, and the rate it lies
*> under at 95% confidence: the normal bound p + 1.96 x sqrt(p(1-p)/n)
*> once an error has been seen, the rule of three (3/n) while none has
77 group-checked       pic 9(6).
77 group-errors        pic 9(6).
77 error-fraction      pic 9v9(6).
77 error-variance      pic 9v9(8).
77 error-spread        pic 9v9(6).
77 upper-fraction      pic 9(3)v9(6).
77 error-pct           pic 9(3)v99.
77 upper-pct           pic 9(3)v99.

01 qa-underline.
   02 filler          pic x(60)  value
         "------------------------------------------------------------".
01 sample-title-line.
   02 filler          pic x(35)  value
         "  qa verification worklist - night ".
   02 out-st-night    pic x(8).
01 sample-parm-line.
   02 filler          pic x(18)  value "  sampling rate:  ".
   02 out-sp-rate     pic zz9.99.
   02 filler          pic x(13)  value " per cent    ".
   02 filler          pic x(6)   value "seed: ".
   02 out-sp-seed     pic 9(8).
01 sample-heading.
   02 filler          pic x(64)  value
         " sample   source file                      line  numeral        ".
   02 filler          pic x(54)  value
         "                    value  ledger    keyed     verdict".
01 sample-line.
   02 filler          pic x(2)   value spaces.
   02 out-sl-no       pic z(4)9.
   02 filler          pic x(3)   value spaces.
   02 out-sl-source   pic x(30).
   02 filler          pic x(1)   value spaces.
   02 out-sl-row      pic z(5)9.
   02 filler          pic x(2)   value spaces.
   02 out-sl-numeral  pic x(30).
   02 filler          pic x(1)   value spaces.
   02 out-sl-value    pic z(8)9.
   02 filler          pic x(2)   value spaces.
   02 out-sl-ledger   pic x(8).
   02 filler          pic x(2)   value spaces.
   02 out-sl-key-date pic x(8).
   02 filler          pic x(2)   value spaces.
   02 filler          pic x(17)  value "[ ] ok  [ ] error".
01 sample-skip-line.
   02 filler          pic x(10)  value spaces.
   02 out-sk-name     pic x(30).
   02 out-sk-reason   pic x(37).
01 sample-footer-line.
   02 filler          pic x(17)  value "  files sampled: ".
   02 out-sf-files    pic zzz9.
   02 filler          pic x(16)  value "   valid rows: ".
   02 out-sf-pop      pic z(7)9.
   02 filler          pic x(11)  value "   drawn: ".
   02 out-sf-drawn    pic zzzz9.
   02 filler          pic x(10)  value "   rate: ".
   02 out-sf-rate     pic zz9.99.
   02 filler          pic x(2)   value " %".
01 verdict-footer-line.
   02 filler          pic x(18)  value "  verdicts keyed: ".
   02 out-vf-checked  pic zzzz9.
   02 filler          pic x(11)  value "   errors: ".
   02 out-vf-errors   pic zzzz9.
   02 filler          pic x(19)  value "   still pending: ".
   02 out-vf-pending  pic zzzz9.
01 error-title-line.
   02 filler          pic x(32)  value
         "  sample verification - nights ".
   02 out-et-from     pic x(8).
   02 filler          pic x(4)   value " to ".
   02 out-et-to       pic x(8).
01 error-section-line.
   02 filler          pic x(2)   value spaces.
   02 out-es-title    pic x(30).
01 error-heading.
   02 filler          pic x(57)  value
         "  group     checked   errors   rate %   95% upper %  flag".
01 error-line.
   02 filler          pic x(2)   value spaces.
   02 out-el-group    pic x(10).
   02 out-el-checked  pic z(6)9.
   02 filler          pic x(2)   value spaces.
   02 out-el-errors   pic z(6)9.
   02 filler          pic x(3)   value spaces.
   02 out-el-rate     pic zz9.99.
   02 filler          pic x(8)   value spaces.
   02 out-el-upper    pic zz9.99.
   02 filler          pic x(2)   value spaces.
   02 out-el-flag     pic x(16).
01 error-note-line.
   02 filler          pic x(40)  value
         "  95% upper: the true error rate lies be".
   02 filler          pic x(28)  value
         "low this with 95% confidence".



procedure division.

accept run-stamp-date from date yyyymmdd.
accept run-stamp-time from time.
display "sample verification".
*> a scheduled draw gives "S night rate seed" on the command line and
*> a scheduled report "R from to" - verdicts are always keyed at the
*> console
accept command-text from command-line.
if command-text is not equal to spaces
   move command-text(1:1) to qa-function
else
   display " function: S = draw a night's sample, V = key verdicts, "
   display "           R = error report "
   accept qa-function from console
end-if.
evaluate qa-function
   when "S"
   when "s"
      perform draw-sample
   when "V"
   when "v"
      perform key-verdicts
   when "R"
   when "r"
      perform report-errors
   when other
      display "unknown function: " qa-function
      move "N" to qa-ok
end-evaluate.
*> the file calls above write into return-code themselves - errors
*> found in the range grade the report's completion code
evaluate true
   when qa-ok is not equal to "Y"
      move 8 to return-code
   when any-errors is equal to "Y"
      move 4 to return-code
   when other
      move zero to return-code
end-evaluate.
stop run.

*> the night's converting runs walked off the run history, and every
*> VALID row of their archives given the same chance of being drawn
draw-sample.
   if command-text is not equal to spaces
      unstring command-text delimited by all space
         into qa-function night-date rate-text seed-text
      end-unstring
   else
      display " night to sample (yyyymmdd, blank = today) "
      accept night-date from console
      display " sampling rate, per cent (blank = 2) "
      accept rate-text from console
      display " seed (blank = from the clock) "
      accept seed-text from console
   end-if.
   if night-date is equal to spaces
      move run-stamp-date to night-date
   end-if.
   if night-date is not numeric
      display "not a date: " night-date
      move "N" to qa-ok
   end-if.
   if rate-text is not equal to spaces
      if function numval(rate-text) is greater than zero
            and function numval(rate-text) is not greater than 100
         compute sample-rate = function numval(rate-text)
      else
         display "not a sampling rate: " rate-text
         move "N" to qa-ok
      end-if
   end-if.
   if seed-text is not equal to spaces
      compute sample-seed = function numval(seed-text)
   else
      move run-stamp-time to sample-seed
   end-if.
   call "CBL_CHECK_FILE_EXIST" using runlog_file_name file-info.
   if return-code is not equal to zero
      display "no run history yet - " runlog_file_name(1:20)
         " does not exist"
      move "N" to qa-ok
   end-if.
   if qa-ok is equal to "Y"
      move night-date to night-date-num
      compute draw = function random(sample-seed)
      move spaces to sample_file_name
      string "QASAMPLE" delimited by size
            night-date delimited by size
            ".SMP" delimited by size
         into sample_file_name
      move spaces to qa_report_name
      string "QASAMPLE" delimited by size
            night-date delimited by size
            ".WKL" delimited by size
         into qa_report_name
      open output sample-file
      open output qa-report-file
      perform write-sample-heading
      open input runlog-file
      move 0 to runlog-eof
      perform select-runlog-entry
         until runlog-eof is equal to 1
      close runlog-file
      close sample-file
      display "  ---------------------------- "
      move "  ---------------------------- " to qa-report-line
      write qa-report-line
      if population is greater than zero
         compute actual-rate rounded =
            sample-count * 100 / population
      end-if
      move files-sampled to out-sf-files
      move population to out-sf-pop
      move sample-count to out-sf-drawn
      move actual-rate to out-sf-rate
      display sample-footer-line
      move sample-footer-line to qa-report-line
      write qa-report-line
      if sample-count is not less than sample-max
         move "  sample full - the rest of the night was not drawn"
            to qa-report-line
         display qa-report-line
         write qa-report-line
      end-if
      close qa-report-file
   end-if.

write-sample-heading.
   move night-date to out-st-night.
   display sample-title-line.
   move sample-title-line to qa-report-line.
   write qa-report-line.
   move sample-rate to out-sp-rate.
   move sample-seed to out-sp-seed.
   display sample-parm-line.
   move sample-parm-line to qa-report-line.
   write qa-report-line.
   display qa-underline.
   move qa-underline to qa-report-line.
   write qa-report-line.
   display sample-heading.
   move sample-heading to qa-report-line.
   write qa-report-line.
   display qa-underline.
   move qa-underline to qa-report-line.
   write qa-report-line.

*> one history record sifted for the night - the converting modes that
*> archive VALID rows (1, 2 and 6), finished normally - a single-file
*> run's archive hangs off rl-file itself, a batch run logs under its
*> control file's name and is sampled entry by entry
select-runlog-entry.
   read runlog-file
      at end move 1 to runlog-eof
   end-read.
   if runlog-eof is not equal to 1
      if rl-date is equal to night-date
            and rl-status is equal to "N"
            and (rl-mode is equal to 1 or rl-mode is equal to 2
               or rl-mode is equal to 6)
         move rl-mode to sample-mode
         move rl-file to source_file_name
         perform resolve-night-csv
         if gen-found is equal to "Y"
            perform sample-csv-file
         else
*> no archive under this name - a batch run's rl-file is its control
*> list, whose entries carry the night's archives
            move rl-file to control_file_name
            call "CBL_CHECK_FILE_EXIST" using control_file_name
               file-info
            if return-code is equal to zero
               perform sample-control-list
            else
               move rl-file to out-sk-name
               move "   skipped - no archive for the night"
                  to out-sk-reason
               display sample-skip-line
               move sample-skip-line to qa-report-line
               write qa-report-line
            end-if
         end-if
      end-if
   end-if.

*> every entry of a batch run's control list
sample-control-list.
   open input control-file.
   move 0 to list-eof.
   perform sample-one-list-entry
      until list-eof is equal to 1.
   close control-file.

sample-one-list-entry.
   read control-file into source_file_name
      at end move 1 to list-eof
   end-read.
   if list-eof is not equal to 1
      perform resolve-night-csv
      if gen-found is equal to "Y"
         perform sample-csv-file
      else
         move source_file_name to out-sk-name
         move "   skipped - no archive for the night"
            to out-sk-reason
         display sample-skip-line
         move sample-skip-line to qa-report-line
         write qa-report-line
      end-if
   end-if.

*> finds the archive the night's run wrote for source_file_name - a
*> plain NAME.CSV on disk as it is, otherwise its generations probed
*> from 99 down
resolve-night-csv.
   move "N" to gen-found.
   move spaces to csv_file_name.
   string function trim(source_file_name) delimited by size
         ".CSV" delimited by size
      into csv_file_name.
   call "CBL_CHECK_FILE_EXIST" using csv_file_name file-info.
   if return-code is equal to zero
      move "Y" to gen-found
   else
      move source_file_name to gen_base_name
      move spaces to gen-later-name
      move 99 to gen-scan-num
      perform probe-one-csv-generation
         until gen-scan-num is equal to zero
      if gen-found is not equal to "Y"
            and gen-later-name is not equal to spaces
         move gen-later-name to csv_file_name
         move "Y" to gen-found
      end-if
   end-if.

*> one generation number probed on the way down from 99 - one dated
*> on the night is taken and ends the scan, one dated after it is
*> remembered and the scan carries on down, one dated before it means
*> the night's own generation is not on disk and ends the scan
probe-one-csv-generation.
   move gen-scan-num to gen-number-x.
   move spaces to gen-check-name.
   string function trim(gen_base_name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
         ".CSV" delimited by size
      into gen-check-name.
   call "CBL_CHECK_FILE_EXIST" using gen-check-name file-info.
   if return-code is equal to zero
      compute gen-file-date = f-year * 10000 + f-month * 100 + f-day
      evaluate true
         when gen-file-date is equal to night-date-num
            move gen-check-name to csv_file_name
            move "Y" to gen-found
            move zero to gen-scan-num
         when gen-file-date is greater than night-date-num
            move gen-check-name to gen-later-name
            subtract 1 from gen-scan-num
         when other
            move zero to gen-scan-num
      end-evaluate
   else
      subtract 1 from gen-scan-num
   end-if.

*> one archive sampled - skipped if a rerun already brought it in, or
*> if its input file is gone and no row could be placed - its input
*> file's header names the ledger, and every VALID row gets its draw
sample-csv-file.
   perform check-name-seen.
   if name-seen-before is not equal to "Y"
      move source_file_name to input_file_name
      call "CBL_CHECK_FILE_EXIST" using input_file_name file-info
      if return-code is not equal to zero
         move source_file_name to out-sk-name
         move "   skipped - source file not on disk" to out-sk-reason
         display sample-skip-line
         move sample-skip-line to qa-report-line
         write qa-report-line
      else
         perform read-ledger-header
         move zero to file-population
         move zero to file-drawn
         move zero to csv-row-no
         move zero to source-line
         open input input-file
         move 0 to source-eof
         open input csv-file
         move 0 to csv-eof
         perform sample-one-row
            until csv-eof is equal to 1
         close csv-file
         close input-file
         add 1 to files-sampled
         add file-population to population
      end-if
   end-if.

*> looks the archive up in the already-sampled table and remembers it
*> when new - a full table lets the repeat through rather than lose a
*> file
check-name-seen.
   move "N" to name-seen-before.
   move 1 to done-name-idx.
   perform check-one-done-name
      until name-seen-before is equal to "Y"
         or done-name-idx is greater than done-name-used.
   if name-seen-before is not equal to "Y"
         and done-name-used is less than 500
      add 1 to done-name-used
      move csv_file_name to done-name(done-name-used)
   end-if.

check-one-done-name.
   if done-name(done-name-idx) is equal to csv_file_name
      move "Y" to name-seen-before
   else
      add 1 to done-name-idx
   end-if.

*> the ledger id and keying date from the input file's header record -
*> a file with no header samples under "(none)"
read-ledger-header.
   move "(none)" to file-ledger.
   move "(none)" to file-key-date.
   open input input-file.
   read input-file
      at end move spaces to in-r
   end-read.
   if in-r(1:3) is equal to "HDR"
      if in-r(4:8) is not equal to spaces
         move in-r(4:8) to file-ledger
      end-if
      if in-r(12:8) is not equal to spaces
         move in-r(12:8) to file-key-date
      end-if
   end-if.
   close input-file.

*> one CSV row - the first row of every archive is the column heading,
*> and only VALID rows are drawn from: NORMALIZED and DUPLICATE rows
*> are already on someone's desk, INVALID ones carry no conversion -
*> each data row is placed on its source line first, and the archive
*> is finished with once the source runs out
sample-one-row.
   read csv-file
      at end move 1 to csv-eof
   end-read.
   if csv-eof is not equal to 1
      add 1 to csv-row-no
      if csv-row-no is greater than 1
         perform place-one-row
      end-if
      if source-eof is equal to 1
         move 1 to csv-eof
      end-if
   end-if.
   if csv-eof is not equal to 1 and csv-row-no is greater than 1
      move spaces to csv-roman
      move spaces to csv-value-text
      move spaces to csv-status
      unstring csv-line delimited by ","
         into csv-roman csv-value-text csv-status
      end-unstring
      if csv-status is equal to "VALID"
         add 1 to file-population
         compute draw = function random * 100
         if draw is less than sample-rate
               and sample-count is less than sample-max
            perform write-sample-item
         end-if
      end-if
   end-if.

*> the source walked on to the next record that wrote an archive row -
*> source-line is left on its line, source-eof set once none is left
place-one-row.
   move "N" to source-found.
   perform read-one-source-record
      until source-found is equal to "Y" or source-eof is equal to 1.

read-one-source-record.
   read input-file
      at end move 1 to source-eof
   end-read.
   if source-eof is not equal to 1
      add 1 to source-line
      if in-r(1:3) is not equal to "HDR"
            and in-r(1:3) is not equal to "TRL"
         if sample-mode is not equal to 6 or mx-type is not equal to "A"
            move "Y" to source-found
         end-if
      end-if
   end-if.

*> one row drawn - onto the sample file and the worklist
write-sample-item.
   add 1 to sample-count.
   add 1 to file-drawn.
   move spaces to sample-record.
   move night-date to smp-night.
   move sample-count to smp-no.
   move source_file_name to smp-source.
   move csv_file_name to smp-csv.
   move source-line to smp-row.
   move csv-roman to smp-numeral.
   compute smp-value = function numval(csv-value-text).
   move file-ledger to smp-ledger.
   move file-key-date to smp-key-date.
   write sample-record.
   move sample-count to out-sl-no.
   move smp-source to out-sl-source.
   move smp-row to out-sl-row.
   move smp-numeral to out-sl-numeral.
   move smp-value to out-sl-value.
   move smp-ledger to out-sl-ledger.
   move smp-key-date to out-sl-key-date.
   display sample-line.
   move sample-line to qa-report-line.
   write qa-report-line.

*> the checker's verdicts keyed against a night's sample - every item
*> already on the verification file is passed over, so the worklist
*> can be keyed in as many sittings as it takes
key-verdicts.
   display " night sampled (yyyymmdd, blank = today) ".
   accept night-date from console.
   if night-date is equal to spaces
      move run-stamp-date to night-date
   end-if.
   move spaces to sample_file_name.
   string "QASAMPLE" delimited by size
         night-date delimited by size
         ".SMP" delimited by size
      into sample_file_name.
   call "CBL_CHECK_FILE_EXIST" using sample_file_name file-info.
   if return-code is not equal to zero
      display "no sample drawn for " night-date " - "
         function trim(sample_file_name) " does not exist"
      move "N" to qa-ok
   else
      display " checker id (for the verification file) "
      accept checker-id from console
      if checker-id is equal to spaces
         display "a checker id is required - ending"
         move "N" to qa-ok
      end-if
   end-if.
   if qa-ok is equal to "Y"
      move all "N" to verified-table
      call "CBL_CHECK_FILE_EXIST" using verify_file_name file-info
      if return-code is equal to zero
         open input verify-file
         move 0 to verify-eof
         perform mark-one-verified
            until verify-eof is equal to 1
         close verify-file
         open extend verify-file
      else
         open output verify-file
      end-if
      display " verdict for each item: C = correct, E = error, "
      display "   blank = leave pending, Q = stop for now "
      open input sample-file
      move 0 to sample-eof
      move "N" to verdict-done
      perform key-one-verdict
         until sample-eof is equal to 1
      close sample-file
      close verify-file
      display "  ---------------------------- "
      move checked-now to out-vf-checked
      move errors-now to out-vf-errors
      move pending-count to out-vf-pending
      display verdict-footer-line
   end-if.

*> one verdict already on file - its item is marked off if it belongs
*> to the night in hand
mark-one-verified.
   read verify-file
      at end move 1 to verify-eof
   end-read.
   if verify-eof is not equal to 1
      if ver-night is equal to night-date
            and ver-no is greater than zero
            and ver-no is not greater than sample-max
         move "Y" to verified-flag(ver-no)
      end-if
   end-if.

*> one sample item offered to the checker, unless it is verified
*> already - once the checker stops, the rest only count as pending
key-one-verdict.
   read sample-file
      at end move 1 to sample-eof
   end-read.
   if sample-eof is not equal to 1
      if smp-no is greater than zero
            and smp-no is not greater than sample-max
            and verified-flag(smp-no) is not equal to "Y"
         if verdict-done is equal to "Y"
            add 1 to pending-count
         else
            perform offer-one-item
         end-if
      end-if
   end-if.

offer-one-item.
   display " ".
   display "  sample " smp-no "  " function trim(smp-source)
      "  line " smp-row.
   display "  numeral " function trim(smp-numeral) "  value " smp-value.
   display "  ledger " smp-ledger "  keyed " smp-key-date.
   display " verdict? ".
   move space to verdict-answer.
   accept verdict-answer from console.
   evaluate verdict-answer
      when "C"
      when "c"
         move "C" to verdict-answer
         move spaces to verdict-note
         perform write-verdict
      when "E"
      when "e"
         move "E" to verdict-answer
         display " what the source page shows (for the record) "
         move spaces to verdict-note
         accept verdict-note from console
         perform write-verdict
         add 1 to errors-now
      when "Q"
      when "q"
         move "Y" to verdict-done
         add 1 to pending-count
      when other
         add 1 to pending-count
   end-evaluate.

write-verdict.
   move spaces to verify-record.
   move smp-night to ver-night.
   move smp-no to ver-no.
   move smp-source to ver-source.
   move smp-csv to ver-csv.
   move smp-row to ver-row.
   move smp-numeral to ver-numeral.
   move smp-value to ver-value.
   move smp-ledger to ver-ledger.
   move smp-key-date to ver-key-date.
   move verdict-answer to ver-verdict.
   move checker-id to ver-checker.
   move run-stamp-date to ver-date.
   move verdict-note to ver-note.
   write verify-record.
   add 1 to checked-now.

*> the error rate per ledger id and per keying date over a range of
*> sampled nights, each with its 95% upper bound - a ledger with any
*> error found is flagged for a full re-key compare
report-errors.
   if command-text is not equal to spaces
      unstring command-text delimited by all space
         into qa-function from-date to-date
      end-unstring
   else
      display " from night (yyyymmdd, blank = start of file) "
      accept from-date from console
      display " to night (yyyymmdd, blank = end of file) "
      accept to-date from console
   end-if.
   if from-date is equal to spaces
      move "00000000" to from-date
   end-if.
   if to-date is equal to spaces
      move "99999999" to to-date
   end-if.
   call "CBL_CHECK_FILE_EXIST" using verify_file_name file-info.
   if return-code is not equal to zero
      display "no verdicts yet - " verify_file_name(1:20)
         " does not exist"
      move "N" to qa-ok
   end-if.
   if qa-ok is equal to "Y"
      open input verify-file
      move 0 to verify-eof
      perform tally-one-verdict
         until verify-eof is equal to 1
      close verify-file
      move spaces to qa_report_name
      string "QAERROR" delimited by size
            from-date delimited by size
            "-" delimited by size
            to-date delimited by size
            ".QAR" delimited by size
         into qa_report_name
      open output qa-report-file
      move from-date to out-et-from
      move to-date to out-et-to
      display error-title-line
      move error-title-line to qa-report-line
      write qa-report-line
      display qa-underline
      move qa-underline to qa-report-line
      write qa-report-line
      display error-heading
      move error-heading to qa-report-line
      write qa-report-line
      display qa-underline
      move qa-underline to qa-report-line
      write qa-report-line
      move "by ledger id" to out-es-title
      perform write-section-line
      perform write-one-ledger-line
         varying ledger-idx from 1 by 1
         until ledger-idx is greater than ledger-used
      move "by keying date" to out-es-title
      perform write-section-line
      perform write-one-keydate-line
         varying keydate-idx from 1 by 1
         until keydate-idx is greater than keydate-used
      display "  ---------------------------- "
      move "  ---------------------------- " to qa-report-line
      write qa-report-line
      move "all rows" to out-el-group
      move total-checked to group-checked
      move total-errors to group-errors
      perform write-error-line
      if table-full is equal to "Y"
         move "  a table filled - some groups fold into the totals only"
            to qa-report-line
         display qa-report-line
         write qa-report-line
      end-if
      display error-note-line
      move error-note-line to qa-report-line
      write qa-report-line
      close qa-report-file
   end-if.

*> one verdict folded into its ledger's and its keying date's figures
tally-one-verdict.
   read verify-file
      at end move 1 to verify-eof
   end-read.
   if verify-eof is not equal to 1
      if ver-night is not less than from-date
            and ver-night is not greater than to-date
            and (ver-verdict is equal to "C"
               or ver-verdict is equal to "E")
         add 1 to total-checked
         if ver-verdict is equal to "E"
            add 1 to total-errors
         end-if
         perform find-ledger-entry
         if ledger-found is greater than zero
            add 1 to lg-checked(ledger-found)
            if ver-verdict is equal to "E"
               add 1 to lg-errors(ledger-found)
            end-if
         end-if
         perform find-keydate-entry
         if keydate-found is greater than zero
            add 1 to kd-checked(keydate-found)
            if ver-verdict is equal to "E"
               add 1 to kd-errors(keydate-found)
            end-if
         end-if
      end-if
   end-if.

*> the ledger's slot, opened when new - a full table leaves
*> ledger-found at zero and the verdict counts in the totals only
find-ledger-entry.
   move zero to ledger-found.
   move 1 to ledger-idx.
   perform check-one-ledger-entry
      until ledger-found is greater than zero
         or ledger-idx is greater than ledger-used.
   if ledger-found is equal to zero
      if ledger-used is less than 500
         add 1 to ledger-used
         move ledger-used to ledger-found
         move ver-ledger to lg-id(ledger-found)
         move zero to lg-checked(ledger-found)
         move zero to lg-errors(ledger-found)
      else
         move "Y" to table-full
      end-if
   end-if.

check-one-ledger-entry.
   if lg-id(ledger-idx) is equal to ver-ledger
      move ledger-idx to ledger-found
   else
      add 1 to ledger-idx
   end-if.

find-keydate-entry.
   move zero to keydate-found.
   move 1 to keydate-idx.
   perform check-one-keydate-entry
      until keydate-found is greater than zero
         or keydate-idx is greater than keydate-used.
   if keydate-found is equal to zero
      if keydate-used is less than 500
         add 1 to keydate-used
         move keydate-used to keydate-found
         move ver-key-date to kd-date(keydate-found)
         move zero to kd-checked(keydate-found)
         move zero to kd-errors(keydate-found)
      else
         move "Y" to table-full
      end-if
   end-if.

check-one-keydate-entry.
   if kd-date(keydate-idx) is equal to ver-key-date
      move keydate-idx to keydate-found
   else
      add 1 to keydate-idx
   end-if.

write-section-line.
   display " ".
   move spaces to qa-report-line.
   write qa-report-line.
   display error-section-line.
   move error-section-line to qa-report-line.
   write qa-report-line.

write-one-ledger-line.
   move lg-id(ledger-idx) to out-el-group.
   move lg-checked(ledger-idx) to group-checked.
   move lg-errors(ledger-idx) to group-errors.
   perform write-error-line.

write-one-keydate-line.
   move kd-date(keydate-idx) to out-el-group.
   move kd-checked(keydate-idx) to group-checked.
   move kd-errors(keydate-idx) to group-errors.
   perform write-error-line.

*> one group's line - its counts, observed rate and 95% upper bound,
*> and the re-key flag when any error was found in it
write-error-line.
   move zero to error-pct.
   move zero to upper-pct.
   if group-checked is greater than zero
      compute error-fraction rounded = group-errors / group-checked
      if group-errors is equal to zero
         compute upper-fraction rounded = 3 / group-checked
      else
         compute error-variance rounded =
            error-fraction * (1 - error-fraction) / group-checked
         compute error-spread rounded = function sqrt(error-variance)
         compute upper-fraction rounded =
            error-fraction + 1.96 * error-spread
      end-if
      if upper-fraction is greater than 1
         move 1 to upper-fraction
      end-if
      compute error-pct rounded = error-fraction * 100
      compute upper-pct rounded = upper-fraction * 100
   end-if.
   move group-checked to out-el-checked.
   move group-errors to out-el-errors.
   move error-pct to out-el-rate.
   move upper-pct to out-el-upper.
   if group-errors is greater than zero
      move "RE-KEY COMPARE" to out-el-flag
      move "Y" to any-errors
   else
      move spaces to out-el-flag
   end-if.
   display error-line.
   move error-line to qa-report-line.
   write qa-report-line.
