identification division.
program-id. run-anomaly.
*> volume and reject-rate anomaly report over the run history - each
*> input series (rl-file) is judged against its own trailing baseline,
*> the average and spread of its records read and its reject
*> percentage over its last N normally completed runs, and any run that
*> strays from its baseline by more than the tolerance is flagged - a
*> short or padded delivery, or one rejecting at several times its
*> usual rate while still under the circuit breaker's fixed threshold,
*> shows up here with a completion code the scheduler can hold on

environment division.


input-output section.
file-control.
   select runlog-file
      assign to dynamic runlog_file_name
      organization is line sequential.

*> archive copy of the anomaly report, rebuilt on every run
   select anomaly-report-file
      assign to dynamic anomaly_report_name
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

   fd anomaly-report-file.
   01 anomaly-report-line pic x(132).



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
77 anomaly_report_name pic x(30).
77 run-stamp-date      pic x(8).
77 runlog-eof          pic 9      value 0.
77 command-text        pic x(30).
77 window-text         pic x(5).
77 tolerance-text      pic x(5).
*> runs judged from this date on - the history before it only builds
*> the baselines - blank judges the run date's runs
77 from-date           pic x(8).
*> baseline window - the last N good runs of a series, at most 30
77 baseline-window     pic 9(2)   value 10.
*> how many spreads from the average a run may stray before it flags
77 tolerance           pic 9(2)v9 value 3.0.
*> a series needs this many runs behind it before it is judged at all
77 min-history         pic 9(2)   value 3.
*> floors under the spread - a series that never varies would flag a
*> one-record difference, so volume allows at least a tenth of its
*> average and the reject rate at least one percentage point
77 volume-floor-pct    pic 9(2)   value 10.
77 reject-floor        pic 9v99   value 1.00.
*> one ring of the last N runs per series - each new good run replaces
*> the oldest once the ring is full
01 series-table.
   02 series-entry occurs 500 times.
      03 ser-name      pic x(30).
      03 ser-stored    pic s9(3)  comp.
      03 ser-next      pic s9(3)  comp.
      03 ser-read      pic 9(6)       occurs 30 times.
      03 ser-pct       pic 9(3)v99    occurs 30 times.
77 series-used         pic s9(3)  comp value zero.
77 series-idx          pic s9(3)  comp.
77 series-found        pic s9(3)  comp value zero.
77 slot-idx            pic s9(3)  comp.
*> the run in hand and its baseline
77 run-pct             pic 9(3)v99.
77 read-mean           pic 9(7)v99.
77 read-spread         pic 9(7)v99.
77 pct-mean            pic 9(3)v99.
77 pct-spread          pic 9(3)v99.
77 read-sum            pic 9(9)v99.
77 pct-sum             pic 9(7)v99.
77 read-sq-sum         pic 9(15)v99.
77 pct-sq-sum          pic 9(9)v9999.
77 read-limit          pic 9(7)v99.
77 pct-limit           pic 9(3)v99.
77 read-distance       pic 9(7)v99.
77 run-flagged         pic x      value "N".
*> footer figures - any flag grades the completion code
77 runs-judged         pic 9(6)   value zero.
77 runs-flagged        pic 9(6)   value zero.
77 runs-unjudged       pic 9(6)   value zero.
77 table-full          pic x      value "N".

01 anomaly-title-line.
   02 filler          pic x(40)  value
         "  run anomaly report - runs judged from ".
   02 out-from-date   pic x(8).
01 anomaly-parm-line.
   02 filler          pic x(20)  value "  baseline window:  ".
   02 out-window      pic z9.
   02 filler          pic x(20)  value " runs   tolerance:  ".
   02 out-tolerance   pic z9.9.
   02 filler          pic x(9)   value " spreads".
01 anomaly-underline.
   02 filler          pic x(60)  value
         "------------------------------------------------------------".
01 anomaly-heading.
   02 filler          pic x(40)  value
         "  date     time   file                  ".
   02 filler          pic x(40)  value
         "          measure        this run      a".
   02 filler          pic x(34)  value
         "verage      spread  verdict       ".
01 anomaly-line.
   02 filler          pic x(2)   value spaces.
   02 out-date        pic x(8).
   02 filler          pic x(1)   value spaces.
   02 out-time        pic x(6).
   02 filler          pic x(1)   value spaces.
   02 out-file        pic x(30).
   02 filler          pic x(2)   value spaces.
   02 out-measure     pic x(12).
   02 out-actual      pic z(8)9.99.
   02 out-mean        pic z(8)9.99.
   02 out-spread      pic z(8)9.99.
   02 filler          pic x(2)   value spaces.
   02 out-verdict     pic x(14).
01 anomaly-footer-line.
   02 filler          pic x(16)  value "  runs judged: ".
   02 out-judged      pic zzzzz9.
   02 filler          pic x(11)  value "  flagged: ".
   02 out-flagged     pic zzzzz9.
   02 filler          pic x(24)  value "  too little history: ".
   02 out-unjudged    pic zzzzz9.


procedure division.

accept run-stamp-date from date yyyymmdd.
display "run anomaly report".
call "CBL_CHECK_FILE_EXIST" using runlog_file_name file-info.
if return-code is not equal to zero
   display "no run history yet - " runlog_file_name(1:20)
      " does not exist"
   move 8 to return-code
   stop run
end-if.
*> a scheduled run gives "from-date window tolerance" on the command
*> line, any of them left off keeps its default
accept command-text from command-line.
if command-text is not equal to spaces
   unstring command-text delimited by all space
      into from-date window-text tolerance-text
   end-unstring
else
   display " judge runs from date (yyyymmdd, blank = today) "
   accept from-date from console
   display " baseline window, runs (blank = 10, at most 30) "
   accept window-text from console
   display " tolerance, spreads from the average (blank = 3) "
   accept tolerance-text from console
end-if.
if from-date is equal to spaces
   move run-stamp-date to from-date
end-if.
if window-text is not equal to spaces
   if function numval(window-text) is greater than zero
         and function numval(window-text) is not greater than 30
      compute baseline-window = function numval(window-text)
   end-if
end-if.
if tolerance-text is not equal to spaces
   if function numval(tolerance-text) is greater than zero
         and function numval(tolerance-text) is less than 100
      compute tolerance = function numval(tolerance-text)
   end-if
end-if.
move spaces to anomaly_report_name.
string "ANOMALY" delimited by size
      from-date delimited by size
      ".ANM" delimited by size
   into anomaly_report_name.
open output anomaly-report-file.
move from-date to out-from-date.
display anomaly-title-line.
move anomaly-title-line to anomaly-report-line.
write anomaly-report-line.
move baseline-window to out-window.
move tolerance to out-tolerance.
display anomaly-parm-line.
move anomaly-parm-line to anomaly-report-line.
write anomaly-report-line.
display anomaly-underline.
move anomaly-underline to anomaly-report-line.
write anomaly-report-line.
display anomaly-heading.
move anomaly-heading to anomaly-report-line.
write anomaly-report-line.
open input runlog-file.
move 0 to runlog-eof.
perform judge-one-run
   until runlog-eof is equal to 1.
close runlog-file.
display "  ---------------------------- ".
move "  ---------------------------- " to anomaly-report-line.
write anomaly-report-line.
move runs-judged to out-judged.
move runs-flagged to out-flagged.
move runs-unjudged to out-unjudged.
display anomaly-footer-line.
move anomaly-footer-line to anomaly-report-line.
write anomaly-report-line.
if table-full is equal to "Y"
   display "series table full - later series not judged"
   move "series table full - later series not judged"
      to anomaly-report-line
   write anomaly-report-line
end-if.
close anomaly-report-file.
*> 4 holds the scheduler on a flagged delivery, 0 lets it through
if runs-flagged is greater than zero
   move 4 to return-code
else
   move zero to return-code
end-if.
stop run.

*> one logged run - only normally completed converting runs count: a
*> recycle, inquiry or compare carries no delivery's volume, and an
*> aborted run's figures stop wherever the breaker stopped it - a run
*> on or after the from-date is judged against its series' baseline
*> before it joins that baseline
judge-one-run.
   read runlog-file
      at end move 1 to runlog-eof
   end-read.
   if runlog-eof is not equal to 1
      if rl-mode is not equal to 4 and rl-mode is not equal to 5
            and rl-mode is not equal to 7
            and rl-status is equal to "N"
            and rl-read is numeric and rl-reject is numeric
         perform find-series-entry
         if series-found is greater than zero
            if rl-read is greater than zero
               compute run-pct rounded =
                  rl-reject * 100 / rl-read
            else
               move zero to run-pct
            end-if
            if rl-date is not less than from-date
               if ser-stored(series-found) is less than min-history
                  add 1 to runs-unjudged
               else
                  perform compare-to-baseline
               end-if
            end-if
            perform add-to-baseline
         end-if
      end-if
   end-if.

*> series-found comes back holding rl-file's ring - a new series
*> starts an empty one, or zero when the table is full
find-series-entry.
   move zero to series-found.
   move 1 to series-idx.
   perform check-one-series
      until series-found is greater than zero
         or series-idx is greater than series-used.
   if series-found is equal to zero
      if series-used is less than 500
         add 1 to series-used
         move rl-file to ser-name(series-used)
         move zero to ser-stored(series-used)
         move 1 to ser-next(series-used)
         move series-used to series-found
      else
         move "Y" to table-full
      end-if
   end-if.

check-one-series.
   if ser-name(series-idx) is equal to rl-file
      move series-idx to series-found
   else
      add 1 to series-idx
   end-if.

*> the run takes the ring's next slot, the oldest run once it is full
add-to-baseline.
   move ser-next(series-found) to slot-idx.
   move rl-read to ser-read(series-found, slot-idx).
   move run-pct to ser-pct(series-found, slot-idx).
   if ser-stored(series-found) is less than baseline-window
      add 1 to ser-stored(series-found)
   end-if.
   add 1 to ser-next(series-found).
   if ser-next(series-found) is greater than baseline-window
      move 1 to ser-next(series-found)
   end-if.

*> average and spread (standard deviation) of the ring, then the run
*> against them - volume flags either way, a short delivery or a
*> padded one, the reject rate only when it climbs
compare-to-baseline.
   add 1 to runs-judged.
   move "N" to run-flagged.
   move zero to read-sum.
   move zero to pct-sum.
   move zero to read-sq-sum.
   move zero to pct-sq-sum.
   move 1 to slot-idx.
   perform sum-one-slot
      until slot-idx is greater than ser-stored(series-found).
   compute read-mean rounded = read-sum / ser-stored(series-found).
   compute pct-mean rounded = pct-sum / ser-stored(series-found).
   move 1 to slot-idx.
   perform square-one-slot
      until slot-idx is greater than ser-stored(series-found).
   compute read-spread rounded = function sqrt
      (read-sq-sum / ser-stored(series-found)).
   compute pct-spread rounded = function sqrt
      (pct-sq-sum / ser-stored(series-found)).
   compute read-limit rounded = read-mean * volume-floor-pct / 100.
   if read-spread is greater than read-limit
      move read-spread to read-limit
   end-if.
   compute read-limit rounded = read-limit * tolerance.
   move reject-floor to pct-limit.
   if pct-spread is greater than pct-limit
      move pct-spread to pct-limit
   end-if.
   compute pct-limit rounded = pct-limit * tolerance.
   if rl-read is less than read-mean
      compute read-distance = read-mean - rl-read
   else
      compute read-distance = rl-read - read-mean
   end-if.
   if read-distance is greater than read-limit
      move "records read" to out-measure
      move rl-read to out-actual
      move read-mean to out-mean
      move read-spread to out-spread
      if rl-read is less than read-mean
         move "SHORT" to out-verdict
      else
         move "PADDED" to out-verdict
      end-if
      perform write-anomaly-line
   end-if.
   if run-pct is greater than pct-mean
      if run-pct - pct-mean is greater than pct-limit
         move "reject %" to out-measure
         move run-pct to out-actual
         move pct-mean to out-mean
         move pct-spread to out-spread
         move "HIGH REJECTS" to out-verdict
         perform write-anomaly-line
      end-if
   end-if.
   if run-flagged is equal to "Y"
      add 1 to runs-flagged
   end-if.

sum-one-slot.
   add ser-read(series-found, slot-idx) to read-sum.
   add ser-pct(series-found, slot-idx) to pct-sum.
   add 1 to slot-idx.

square-one-slot.
   compute read-sq-sum = read-sq-sum
      + (ser-read(series-found, slot-idx) - read-mean)
      * (ser-read(series-found, slot-idx) - read-mean).
   compute pct-sq-sum = pct-sq-sum
      + (ser-pct(series-found, slot-idx) - pct-mean)
      * (ser-pct(series-found, slot-idx) - pct-mean).
   add 1 to slot-idx.

write-anomaly-line.
   move "Y" to run-flagged.
   move rl-date to out-date.
   move rl-time to out-time.
   move rl-file to out-file.
   display anomaly-line.
   move anomaly-line to anomaly-report-line.
   write anomaly-report-line.
