identification division.
program-id. day-close.
*> business-day close - proves one posting date's work is complete and
*> then closes it against further posting: every run logged for the
*> date finished normally, no restart checkpoint is left pending for
*> any file the date's runs touched, and the balance audit of every
*> converting run's archives says IN BALANCE - only then does a close
*> record go onto the period control file, and from then on the
*> conversion program refuses to post a GL extract dated into the
*> closed day unless the run carries an authorized reopen

environment division.


input-output section.
file-control.
   select runlog-file
      assign to dynamic runlog_file_name
      organization is line sequential.

*> a batch run logs under its control file's name - its entries are
*> read back from that list to find their checkpoints
   select control-file
      assign to dynamic control_file_name
      organization is line sequential.

*> the balance audit's report for a file or control list, NAME.BAL
   select balance-file
      assign to dynamic balance_file_name
      organization is line sequential.

*> period control file - one record appended per close, and one per
*> run the conversion program posts into a closed day under a reopen,
*> created on first use and extended forever after
   select period-file
      assign to dynamic period_file_name
      organization is line sequential.

*> what the close checked, rebuilt every run
   select close-report-file
      assign to dynamic close_report_name
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

*> the verdict sits in columns 35-50 of each file line of the balance
*> audit's report - the balance audit owns that layout
   fd balance-file.
   01 balance-line.
      02 filler        pic x(34).
      02 bal-verdict   pic x(16).
      02 filler        pic x(40).

*> fixed-column period record - the posting date, C for a close or R
*> for a run posted into the closed day under a reopen, the stamp, who
*> did it, and for a reopen the file posted - the conversion program
*> carries the same layout, so a change here must be mirrored there
   fd period-file.
   01 period-record.
      02 pc-date        pic x(8).
      02 filler         pic x(1).
      02 pc-action      pic x(1).
      02 filler         pic x(1).
      02 pc-stamp-date  pic x(8).
      02 filler         pic x(1).
      02 pc-stamp-time  pic x(6).
      02 filler         pic x(1).
      02 pc-operator    pic x(8).
      02 filler         pic x(1).
      02 pc-file        pic x(30).

   fd close-report-file.
   01 close-report-line pic x(90).



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
77 runlog_file_name   pic x(30)  value "RUNLOG.DAT".
77 period_file_name   pic x(30)  value "PERIOD.CTL".
77 control_file_name  pic x(30).
77 balance_file_name  pic x(30).
77 close_report_name  pic x(30).
77 restart_file_name  pic x(30).
77 csv_file_name      pic x(30).
77 check_file_name    pic x(30).
77 run-stamp-date     pic x(8).
77 run-stamp-time     pic x(8).
77 close-date         pic x(8).
77 operator-id        pic x(8).
77 command-text       pic x(30).
77 runlog-eof         pic 9      value 0.
77 period-eof         pic 9      value 0.
77 list-eof           pic 9      value 0.
77 balance-eof        pic 9      value 0.
77 already-closed     pic x      value "N".
*> the close goes ahead only while this stays Y - every check that
*> fails prints its own line and turns it N
77 day-complete       pic x      value "Y".
77 runs-checked       pic 9(4)   value zero.
77 checks-failed      pic 9(4)   value zero.
77 bal-file-date      pic 9(8).
77 bal-bad-lines      pic 9(4)   value zero.
77 gen-scan-num       pic 9(3)   value zero.
77 gen-number-x       pic 9(2).
77 has-csv-gen        pic x      value "N".
*> each file name checked once however many runs of it the day logged
01 checked-table.
   02 checked-name    pic x(30)  occurs 500 times.
77 checked-used       pic s9(3)  comp value zero.
77 checked-idx        pic s9(3)  comp.
77 checked-found      pic x      value "N".

01 close-title-line.
   02 filler          pic x(28)  value "  business day close - date ".
   02 out-close-date  pic x(8).
01 close-underline.
   02 filler          pic x(60)  value
         "------------------------------------------------------------".
01 close-check-line.
   02 filler          pic x(2)   value spaces.
   02 out-check       pic x(18).
   02 out-check-file  pic x(30).
   02 filler          pic x(2)   value spaces.
   02 out-check-note  pic x(30).
01 close-footer-line.
   02 filler          pic x(17)  value "  runs checked: ".
   02 out-runs        pic zzz9.
   02 filler          pic x(17)  value "  checks failed: ".
   02 out-failed      pic zzz9.
   02 filler          pic x(2)   value spaces.
   02 out-verdict     pic x(20).


procedure division.

accept run-stamp-date from date yyyymmdd.
accept run-stamp-time from time.
display "business day close".
*> a scheduled close names the date and its operator on the command
*> line - at the console both are keyed
accept command-text from command-line.
if command-text is not equal to spaces
   unstring command-text delimited by all space
      into close-date operator-id
   end-unstring
else
   display " date to close (yyyymmdd, blank = today) "
   accept close-date from console
   display " operator id (for the period control file) "
   accept operator-id from console
end-if.
if close-date is equal to spaces
   move run-stamp-date to close-date
end-if.
if close-date is not numeric
   display "not a date: " close-date
   move 8 to return-code
   stop run
end-if.
if operator-id is equal to spaces
   display "an operator id is required - ending"
   move 8 to return-code
   stop run
end-if.
perform check-already-closed.
if already-closed is equal to "Y"
   display "date " close-date " is already closed"
   move 4 to return-code
   stop run
end-if.
move spaces to close_report_name.
string "DAYCLOSE" delimited by size
      close-date delimited by size
      ".CLS" delimited by size
   into close_report_name.
open output close-report-file.
move close-date to out-close-date.
display close-title-line.
move close-title-line to close-report-line.
write close-report-line.
display close-underline.
move close-underline to close-report-line.
write close-report-line.
*> a day with no run history at all has nothing to prove and closes
call "CBL_CHECK_FILE_EXIST" using runlog_file_name file-info.
if return-code is equal to zero
   open input runlog-file
   move 0 to runlog-eof
   perform check-one-runlog-record
      until runlog-eof is equal to 1
   close runlog-file
end-if.
if runs-checked is equal to zero
   move "no runs logged" to out-check
   move spaces to out-check-file
   move "nothing to check" to out-check-note
   perform write-check-line
end-if.
display "  ---------------------------- ".
move "  ---------------------------- " to close-report-line.
write close-report-line.
if day-complete is equal to "Y"
   perform write-close-record
   move "DAY CLOSED" to out-verdict
else
   move "NOT CLOSED" to out-verdict
end-if.
move runs-checked to out-runs.
move checks-failed to out-failed.
display close-footer-line.
move close-footer-line to close-report-line.
write close-report-line.
close close-report-file.
*> 8 tells the scheduler the day is incomplete and stays open
if day-complete is equal to "Y"
   move zero to return-code
else
   move 8 to return-code
end-if.
stop run.

*> a date already carrying a close record isn't closed twice
check-already-closed.
   move "N" to already-closed.
   call "CBL_CHECK_FILE_EXIST" using period_file_name file-info.
   if return-code is equal to zero
      open input period-file
      move 0 to period-eof
      perform check-one-period-record
         until period-eof is equal to 1
      close period-file
   end-if.

check-one-period-record.
   read period-file
      at end move 1 to period-eof
   end-read.
   if period-eof is not equal to 1
      if pc-date is equal to close-date
            and pc-action is equal to "C"
         move "Y" to already-closed
      end-if
   end-if.

*> one logged run of the date - it must have completed, and the files
*> it ran get their checkpoint and balance checks once each
check-one-runlog-record.
   read runlog-file
      at end move 1 to runlog-eof
   end-read.
   if runlog-eof is not equal to 1
      if rl-date is equal to close-date
         add 1 to runs-checked
         if rl-status is not equal to "N"
            move "run not complete" to out-check
            move rl-file to out-check-file
            move "aborted - resume it first" to out-check-note
            perform fail-check
         end-if
         move rl-file to check_file_name
         perform find-checked-name
         if checked-found is not equal to "Y"
            if rl-mode is equal to 1 or rl-mode is equal to 2
                  or rl-mode is equal to 3 or rl-mode is equal to 6
                  or rl-mode is equal to 8
               perform check-pending-restarts
            end-if
            if rl-mode is equal to 1 or rl-mode is equal to 2
                  or rl-mode is equal to 6
               perform check-balance-audit
            end-if
         end-if
      end-if
   end-if.

*> checked-found comes back Y when check_file_name was seen already -
*> otherwise it is remembered for next time
find-checked-name.
   move "N" to checked-found.
   move 1 to checked-idx.
   perform check-one-checked-name
      until checked-found is equal to "Y"
         or checked-idx is greater than checked-used.
   if checked-found is not equal to "Y"
         and checked-used is less than 500
      add 1 to checked-used
      move check_file_name to checked-name(checked-used)
   end-if.

check-one-checked-name.
   if checked-name(checked-idx) is equal to check_file_name
      move "Y" to checked-found
   else
      add 1 to checked-idx
   end-if.

*> the run's own checkpoint, and when rl-file is a batch control list
*> (no CSV archive under its own name) every entry's checkpoint too
check-pending-restarts.
   move check_file_name to control_file_name.
   perform check-one-restart.
   perform check-any-csv-generation.
   if has-csv-gen is not equal to "Y"
      call "CBL_CHECK_FILE_EXIST" using control_file_name file-info
      if return-code is equal to zero
         open input control-file
         move 0 to list-eof
         perform check-one-list-entry
            until list-eof is equal to 1
         close control-file
      end-if
   end-if.

check-one-list-entry.
   read control-file into check_file_name
      at end move 1 to list-eof
   end-read.
   if list-eof is not equal to 1
      perform check-one-restart
   end-if.

*> a NAME.RST left behind means the file stopped partway and its
*> resume hasn't run - the day's figures aren't final while it waits
check-one-restart.
   move spaces to restart_file_name.
   string function trim(check_file_name) delimited by size
         ".RST" delimited by size
      into restart_file_name.
   call "CBL_CHECK_FILE_EXIST" using restart_file_name file-info.
   if return-code is equal to zero
      move "restart pending" to out-check
      move check_file_name to out-check-file
      move "checkpoint still on disk" to out-check-note
      perform fail-check
   end-if.

check-any-csv-generation.
   move "N" to has-csv-gen.
   move 1 to gen-scan-num.
   perform probe-csv-generation
      until has-csv-gen is equal to "Y"
         or gen-scan-num is greater than 99.

probe-csv-generation.
   move gen-scan-num to gen-number-x.
   move spaces to csv_file_name.
   string function trim(control_file_name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
         ".CSV" delimited by size
      into csv_file_name.
   call "CBL_CHECK_FILE_EXIST" using csv_file_name file-info.
   if return-code is equal to zero
      move "Y" to has-csv-gen
   else
      add 1 to gen-scan-num
   end-if.

*> the balance audit's report for the run's file must exist, be dated
*> no earlier than the day being closed, and hold no verdict that
*> says the archives and the run history disagree
check-balance-audit.
   move spaces to balance_file_name.
   string function trim(check_file_name) delimited by size
         ".BAL" delimited by size
      into balance_file_name.
   call "CBL_CHECK_FILE_EXIST" using balance_file_name file-info.
   if return-code is not equal to zero
      move "balance audit" to out-check
      move check_file_name to out-check-file
      move "no balance audit report" to out-check-note
      perform fail-check
   else
      compute bal-file-date = f-year * 10000 + f-month * 100 + f-day
      if bal-file-date is less than close-date
         move "balance audit" to out-check
         move check_file_name to out-check-file
         move "audit predates the day's runs" to out-check-note
         perform fail-check
      else
         move zero to bal-bad-lines
         open input balance-file
         move 0 to balance-eof
         perform check-one-balance-line
            until balance-eof is equal to 1
         close balance-file
         move "balance audit" to out-check
         move check_file_name to out-check-file
         if bal-bad-lines is greater than zero
            move "not IN BALANCE" to out-check-note
            perform fail-check
         else
            move "IN BALANCE" to out-check-note
            perform write-check-line
         end-if
      end-if
   end-if.

check-one-balance-line.
   read balance-file
      at end move 1 to balance-eof
   end-read.
   if balance-eof is not equal to 1
      if bal-verdict is equal to "OUT OF BALANCE"
            or bal-verdict is equal to "CSV MISSING"
            or bal-verdict is equal to "NO RUNLOG RECORD"
         add 1 to bal-bad-lines
      end-if
   end-if.

fail-check.
   move "N" to day-complete.
   add 1 to checks-failed.
   perform write-check-line.

write-check-line.
   display close-check-line.
   move close-check-line to close-report-line.
   write close-report-line.

*> the day's close appended to the period control file
write-close-record.
   call "CBL_CHECK_FILE_EXIST" using period_file_name file-info.
   if return-code is equal to zero
      open extend period-file
   else
      open output period-file
   end-if.
   move spaces to period-record.
   move close-date to pc-date.
   move "C" to pc-action.
   move run-stamp-date to pc-stamp-date.
   move run-stamp-time(1:6) to pc-stamp-time.
   move operator-id to pc-operator.
   write period-record.
   close period-file.
