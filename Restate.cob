identification division.
program-id. restate-postings.
*> restatement run behind the maintenance program's value change - a
*> corrected master value only fixes the master, the postings already
*> sent to the general ledger at the old value stay wrong - this works
*> off the queue of corrections, searches every archived .GLX and .CSV
*> generation for the rows that carried the numeral at the old value,
*> and writes a reversal-and-repost extract in the same fixed detail
*> layout the conversion program sends the GL side, framed with its
*> own header and count/hash trailer, plus a report of every affected
*> file, sequence number and value difference

environment division.


input-output section.
file-control.
*> the corrections the maintenance program queued, worked off in the
*> order they were keyed
   select restate-queue-file
      assign to dynamic restate_queue_name
      organization is line sequential.

*> permanent record of every restatement worked - created on first
*> use and extended forever after, same as the run-history log
   select restate-history-file
      assign to dynamic restate_history_name
      organization is line sequential.

*> the run history names every file a posting extract was written for
   select runlog-file
      assign to dynamic runlog_file_name
      organization is line sequential.

*> a batch run logs under its control file's name - its entries are
*> read back from that list, one input file name per line
   select control-file
      assign to dynamic control_file_name
      organization is line sequential.

*> one archived extract generation being searched
   select gl-file
      assign to dynamic gl_file_name
      organization is line sequential.

   select csv-file
      assign to dynamic csv_file_name
      organization is line sequential.

*> the restatement extract itself - RESTATE.Gnn.GLX, a generation per
*> correction, so the GL side loads each one like any other night's
   select restate-gl-file
      assign to dynamic restate_gl_name
      organization is line sequential.

   select report-file
      assign to dynamic report_file_name
      organization is line sequential.

*> the day-close program's period control file - the restatement
*> extract posts under the run date, which mustn't be a closed day
   select period-file
      assign to dynamic period_file_name
      organization is line sequential.

data division.


file section.
*> one corrected value awaiting restatement - this program owns the
*> layout, the maintenance program mirrors it
   fd restate-queue-file.
   01 restate-request.
      02 rsq-date      pic x(8).
      02 filler        pic x(1).
      02 rsq-time      pic x(6).
      02 filler        pic x(1).
      02 rsq-operator  pic x(8).
      02 filler        pic x(1).
      02 rsq-numeral   pic x(30).
      02 filler        pic x(1).
      02 rsq-old-value pic 9(9).
      02 filler        pic x(1).
      02 rsq-new-value pic 9(9).

*> the request as queued, then the day it was worked, the extract
*> that carries it and how many postings it reversed
   fd restate-history-file.
   01 restate-history-record.
      02 rsh-request   pic x(75).
      02 filler        pic x(1).
      02 rsh-date      pic x(8).
      02 filler        pic x(1).
      02 rsh-extract   pic x(30).
      02 filler        pic x(1).
      02 rsh-reversals pic 9(6).

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

   fd gl-file.
   01 gl-record  pic x(84).

   fd csv-file.
   01 csv-line   pic x(80).

   fd restate-gl-file.
   01 restate-gl-record pic x(84).

   fd report-file.
   01 report-line pic x(100).

*> period record - the day-close program owns this layout, a change
*> there must be mirrored here
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
77 restate_queue_name   pic x(30)  value "NUMERAL.RSQ".
77 restate_history_name pic x(30)  value "NUMERAL.RSH".
77 runlog_file_name     pic x(30)  value "RUNLOG.DAT".
77 period_file_name     pic x(30)  value "PERIOD.CTL".
77 period-eof           pic 9      value 0.
77 period-closed        pic x      value "N".
77 control_file_name    pic x(30).
77 gl_file_name         pic x(30).
77 csv_file_name        pic x(30).
77 restate_gl_name      pic x(30).
77 report_file_name     pic x(30).
77 run-stamp-date       pic x(8).
77 queue-eof            pic 9      value 0.
77 runlog-eof           pic 9      value 0.
77 list-eof             pic 9      value 0.
77 gl-eof               pic 9      value 0.
77 csv-eof              pic 9      value 0.
77 entry_file_name      pic x(30).
*> every base name the run history says a posting extract was written
*> under - gathered once, searched for every request
01 base-name-table.
   02 base-name     pic x(30)  occurs 500 times.
77 base-name-used       pic s9(3)  comp value zero.
77 base-name-idx        pic s9(3)  comp.
77 name-seen-before     pic x      value "N".
77 base_file_name       pic x(30).
*> the restatement extracts are a generation series of their own, and
*> are searched too - a second correction of the same numeral has to
*> reverse the first correction's reposts, not the original postings
77 restate-base-name    pic x(30)  value "RESTATE".
77 restate-gen          pic 9(2)   value zero.
77 current-gen          pic 9(2)   value zero.
77 gen-scan-num         pic 9(3)   value zero.
77 gen-limit            pic 9(3)   value zero.
77 gen-number-x         pic 9(2).
77 gen-check-name       pic x(30).
77 csv-series           pic x      value "Y".
*> every posting an earlier restatement already reversed - source,
*> sequence and numeral, with the latest RESTATE generation holding an
*> R for it - a posting with a later reversal is no longer live on the
*> GL and is passed over, so only the latest live posting of each
*> source and sequence is reversed again
01 reversal-table.
   02 reversal-entry occurs 2000 times.
      03 rvt-source    pic x(30).
      03 rvt-seq       pic 9(6).
      03 rvt-numeral   pic x(30).
      03 rvt-gen       pic 9(2).
77 reversal-used        pic s9(4)  comp value zero.
77 reversal-idx         pic s9(4)  comp.
77 reversal-found       pic x      value "N".
77 posting-superseded   pic x      value "N".
*> posting extract layouts - the conversion program owns these, a
*> change there must be mirrored here
01 gl-header-record.
   02 filler       pic x(1)   value "H".
   02 glh-date     pic x(8).
   02 glh-source   pic x(30).
   02 filler       pic x(45)  value spaces.
01 gl-detail-record.
   02 gld-type     pic x(1).
   02 gld-date     pic x(8).
   02 gld-source   pic x(30).
   02 gld-seq      pic 9(6).
   02 gld-numeral  pic x(30).
   02 gld-value    pic 9(9).
01 gl-trailer-record.
   02 filler       pic x(1)   value "T".
   02 glt-count    pic 9(6).
   02 glt-hash     pic 9(15).
   02 filler       pic x(62)  value spaces.
*> the posting being restated, held while its reversal and repost go
*> out
01 found-detail-record.
   02 fnd-type     pic x(1).
   02 fnd-date     pic x(8).
   02 fnd-source   pic x(30).
   02 fnd-seq      pic 9(6).
   02 fnd-numeral  pic x(30).
   02 fnd-value    pic 9(9).
*> the restatement extract's own trailer figures
77 rst-record-count     pic 9(6)   value zero.
77 rst-hash-total       pic 9(15)  value zero.
77 rst-reversals        pic 9(6)   value zero.
77 rst-net-diff         pic s9(15) comp-3 value zero.
77 value-diff           pic s9(10) comp-3.
*> per-generation hit counts - the extract is what was posted, the
*> CSV shows rows that converted at the old value but never reached
*> an extract (a recycle's repairs, or archives older than extracts)
77 gen-ext-hits         pic 9(6)   value zero.
77 gen-csv-hits         pic 9(6)   value zero.
77 gen-sup-hits         pic 9(6)   value zero.
77 gen-gl-exists        pic x      value "N".
77 gen-csv-exists       pic x      value "N".
77 csv-row-no           pic 9(6)   value zero.
77 rst-roman            pic x(30).
77 rst-value-text       pic x(15).
77 rst-status           pic x(10).
77 rst-csv-value        pic s9(9)  comp.
*> whole-run figures and the completion grade
77 requests-worked      pic 9(4)   value zero.
77 any-follow-up        pic x      value "N".

01 report-title-line.
   02 filler         pic x(16)  value "  restatement - ".
   02 out-numeral    pic x(30).
   02 filler         pic x(1)   value space.
   02 out-old        pic z(8)9.
   02 filler         pic x(4)   value " -> ".
   02 out-new        pic z(8)9.
01 report-request-line.
   02 filler         pic x(15)  value "  corrected on ".
   02 out-req-date   pic x(8).
   02 filler         pic x(4)   value " by ".
   02 out-req-oper   pic x(8).
   02 filler         pic x(13)  value "  extract   ".
   02 out-extract    pic x(30).
01 report-underline.
   02 filler    pic x(75)  value
         "---------------------------------------------------------------------------".
01 report-column-headings.
   02 filler    pic x(75)  value
         "  archive                           seq   old value   new value  difference".
01 report-detail-line.
   02 filler         pic x(2)   value spaces.
   02 out-archive    pic x(30).
   02 filler         pic x(1)   value space.
   02 out-seq        pic zzzzz9.
   02 filler         pic x(2)   value spaces.
   02 out-d-old      pic z(8)9.
   02 filler         pic x(3)   value spaces.
   02 out-d-new      pic z(8)9.
   02 filler         pic x(2)   value spaces.
   02 out-diff       pic -(9)9.
01 report-csv-line.
   02 filler         pic x(4)   value spaces.
   02 out-csv-name   pic x(30).
   02 filler         pic x(20)  value "  rows at old value ".
   02 out-csv-hits   pic zzzzz9.
   02 filler         pic x(12)  value "  extracted ".
   02 out-ext-hits   pic zzzzz9.
   02 filler         pic x(2)   value spaces.
   02 out-csv-note   pic x(18).
01 report-footer-line.
   02 filler         pic x(16)  value "  reversals:    ".
   02 out-reversals  pic zzzzz9.
   02 filler         pic x(12)  value "  reposts:  ".
   02 out-reposts    pic zzzzz9.
   02 filler         pic x(17)  value "  net difference ".
   02 out-net        pic -(14)9.


procedure division.

accept run-stamp-date from date yyyymmdd.
display "posting restatement".
call "CBL_CHECK_FILE_EXIST" using restate_queue_name file-info.
if return-code is not equal to zero
   display "no restatements pending - " restate_queue_name(1:20)
      " does not exist"
   move zero to return-code
   stop run
end-if.
*> a closed day takes no restatement postings - the queue is left as
*> it stands for the next open day's run
perform check-period-open.
if period-closed is equal to "Y"
   display "posting date " run-stamp-date
      " is closed - restatements held for the next open day"
   move 8 to return-code
   stop run
end-if.
perform gather-base-names.
open input restate-queue-file.
move 0 to queue-eof.
perform restate-next-request
   until queue-eof is equal to 1.
close restate-queue-file.
*> every request has its extract and its history line now - the queue
*> is worked off, so the next correction starts a fresh one
call "CBL_DELETE_FILE" using restate_queue_name.
display "restatements worked: " requests-worked.
*> 4 says rows converted at the old value that no extract carried -
*> those need a look by hand, the restatement can't reverse them
if any-follow-up is equal to "Y"
   move 4 to return-code
else
   move zero to return-code
end-if.
stop run.

*> every file a posting extract was ever written under, off the run
*> history - only the converting modes that write one (1, 2 and 6) -
*> a batch run's control list is read back entry by entry
gather-base-names.
   call "CBL_CHECK_FILE_EXIST" using runlog_file_name file-info.
   if return-code is equal to zero
      open input runlog-file
      move 0 to runlog-eof
      perform gather-one-runlog-entry
         until runlog-eof is equal to 1
      close runlog-file
   end-if.

gather-one-runlog-entry.
   read runlog-file
      at end move 1 to runlog-eof
   end-read.
   if runlog-eof is not equal to 1
      if rl-mode is equal to 1 or rl-mode is equal to 2
            or rl-mode is equal to 6
*> a batch's rl-file is its control list, which has no archives of
*> its own - a file that is both a list and a single-run input is
*> taken as both, a name with nothing on disk costs only probes
         move rl-file to control_file_name
         call "CBL_CHECK_FILE_EXIST" using control_file_name file-info
         if return-code is equal to zero
            perform gather-control-list
         end-if
         move rl-file to base_file_name
         perform remember-base-name
      end-if
   end-if.

gather-control-list.
   open input control-file.
   move 0 to list-eof.
   perform gather-one-list-entry
      until list-eof is equal to 1.
   close control-file.

gather-one-list-entry.
   read control-file into entry_file_name
      at end move 1 to list-eof
   end-read.
   if list-eof is not equal to 1
      move entry_file_name to base_file_name
      perform remember-base-name
   end-if.

*> adds base_file_name to the table unless it is already there - a
*> full table says so, a file it crowds out is never searched
remember-base-name.
   move "N" to name-seen-before.
   move 1 to base-name-idx.
   perform check-one-base-name
      until name-seen-before is equal to "Y"
         or base-name-idx is greater than base-name-used.
   if name-seen-before is not equal to "Y"
      if base-name-used is less than 500
         add 1 to base-name-used
         move base_file_name to base-name(base-name-used)
      else
         display "base name table full - not searched: "
            base_file_name
         move "Y" to any-follow-up
      end-if
   end-if.

check-one-base-name.
   if base-name(base-name-idx) is equal to base_file_name
      move "Y" to name-seen-before
   else
      add 1 to base-name-idx
   end-if.

*> one queued correction read and restated
restate-next-request.
   read restate-queue-file
      at end move 1 to queue-eof
   end-read.
   if queue-eof is not equal to 1
      perform restate-one-request
   end-if.

*> one correction's restatement - its own extract generation and
*> report, every archived generation of every file searched, then the
*> extract framed and the request written to the history
restate-one-request.
   add 1 to requests-worked.
   move zero to rst-record-count.
   move zero to rst-hash-total.
   move zero to rst-reversals.
   move zero to rst-net-diff.
   perform resolve-restate-generation.
   perform gather-reversals.
   open output restate-gl-file.
   open output report-file.
   move run-stamp-date to glh-date.
   move spaces to glh-source.
   move restate-gen to gen-number-x.
   string function trim(restate-base-name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
      into glh-source.
   write restate-gl-record from gl-header-record.
   perform write-report-heading.
*> the converted files first, then the earlier restatements, whose
*> reposts at the old value need reversing just the same - a posting a
*> later restatement already reversed is passed over either way
   move "Y" to csv-series.
   move 1 to base-name-idx.
   perform search-one-base-name
      until base-name-idx is greater than base-name-used.
   move "N" to csv-series.
   move restate-base-name to base_file_name.
   compute gen-limit = restate-gen - 1.
   perform search-base-generations.
   move rst-record-count to glt-count.
   move rst-hash-total to glt-hash.
   write restate-gl-record from gl-trailer-record.
   close restate-gl-file.
   perform write-report-footer.
   close report-file.
*> nothing to reverse - an empty extract would only make the GL side
*> load a header and a zero trailer, the report says why there is none
   if rst-reversals is equal to zero
      call "CBL_DELETE_FILE" using restate_gl_name
      display "  no postings found at the old value - no extract"
   end-if.
   perform write-history-record.

*> the next free RESTATE generation - an extract or a report under a
*> number claims it - 99 is the ceiling, same as the conversion
*> program's archives
resolve-restate-generation.
   move zero to current-gen.
   move 99 to gen-scan-num.
   perform probe-restate-generation
      until current-gen is greater than zero
         or gen-scan-num is equal to zero.
   if current-gen is less than 99
      compute restate-gen = current-gen + 1
   else
      move 99 to restate-gen
   end-if.
   move restate-gen to gen-number-x.
   move spaces to restate_gl_name.
   string function trim(restate-base-name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
         ".GLX" delimited by size
      into restate_gl_name.
   move spaces to report_file_name.
   string function trim(restate-base-name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
         ".RPT" delimited by size
      into report_file_name.

probe-restate-generation.
   move gen-scan-num to gen-number-x.
   move spaces to gen-check-name.
   string function trim(restate-base-name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
         ".GLX" delimited by size
      into gen-check-name.
   call "CBL_CHECK_FILE_EXIST" using gen-check-name file-info.
   if return-code is equal to zero
      move gen-scan-num to current-gen
   else
      move spaces to gen-check-name
      string function trim(restate-base-name) delimited by size
            ".G" delimited by size
            gen-number-x delimited by size
            ".RPT" delimited by size
         into gen-check-name
      call "CBL_CHECK_FILE_EXIST" using gen-check-name file-info
      if return-code is equal to zero
         move gen-scan-num to current-gen
      else
         subtract 1 from gen-scan-num
      end-if
   end-if.

*> the R records of every earlier RESTATE generation for this numeral,
*> oldest first, so a key's entry ends up holding the latest generation
*> that reversed it
gather-reversals.
   move zero to reversal-used.
   move 1 to gen-scan-num.
   perform gather-one-restate-generation
      until gen-scan-num is greater than restate-gen - 1.

gather-one-restate-generation.
   move gen-scan-num to gen-number-x.
   move spaces to gl_file_name.
   string function trim(restate-base-name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
         ".GLX" delimited by size
      into gl_file_name.
   call "CBL_CHECK_FILE_EXIST" using gl_file_name file-info.
   if return-code is equal to zero
      open input gl-file
      move 0 to gl-eof
      perform gather-one-reversal
         until gl-eof is equal to 1
      close gl-file
   end-if.
   add 1 to gen-scan-num.

gather-one-reversal.
   read gl-file
      at end move 1 to gl-eof
   end-read.
   if gl-eof is not equal to 1
      if gl-record(1:1) is equal to "R"
         move gl-record to found-detail-record
         if fnd-numeral is equal to rsq-numeral
            perform remember-reversal
         end-if
      end-if
   end-if.

*> the held reversal's key stamped with the generation being gathered -
*> a full table says so, a reversal it crowds out could be restated
*> twice, so the run is flagged for a look by hand
remember-reversal.
   perform find-reversal.
   if reversal-found is equal to "Y"
      move gen-scan-num to rvt-gen(reversal-idx)
   else
      if reversal-used is less than 2000
         add 1 to reversal-used
         move fnd-source to rvt-source(reversal-used)
         move fnd-seq to rvt-seq(reversal-used)
         move fnd-numeral to rvt-numeral(reversal-used)
         move gen-scan-num to rvt-gen(reversal-used)
      else
         display "reversal table full - not held: " fnd-source
            " " fnd-seq
         move "Y" to any-follow-up
      end-if
   end-if.

*> reversal-found comes back Y with reversal-idx on the held posting's
*> entry
find-reversal.
   move "N" to reversal-found.
   move 1 to reversal-idx.
   perform check-one-reversal
      until reversal-found is equal to "Y"
         or reversal-idx is greater than reversal-used.

check-one-reversal.
   if rvt-source(reversal-idx) is equal to fnd-source
         and rvt-seq(reversal-idx) is equal to fnd-seq
         and rvt-numeral(reversal-idx) is equal to fnd-numeral
      move "Y" to reversal-found
   else
      add 1 to reversal-idx
   end-if.

*> a converted file's posting is superseded by any reversal at all - a
*> restatement's repost only by a reversal in a later generation than
*> its own, the R beside it in the same extract reversed what came before
check-posting-superseded.
   move "N" to posting-superseded.
   perform find-reversal.
   if reversal-found is equal to "Y"
      if csv-series is equal to "Y"
         move "Y" to posting-superseded
      else
         if rvt-gen(reversal-idx) is greater than gen-scan-num
            move "Y" to posting-superseded
         end-if
      end-if
   end-if.

*> one converted file's generations searched
search-one-base-name.
   move base-name(base-name-idx) to base_file_name.
   move 99 to gen-limit.
   perform search-base-generations.
   add 1 to base-name-idx.

*> every generation of base_file_name up to gen-limit, oldest first
search-base-generations.
   move 1 to gen-scan-num.
   perform search-one-generation
      until gen-scan-num is greater than gen-limit.

*> one generation's extract searched for postings to restate and its
*> CSV re-counted for rows at the old value - a generation with no hit
*> on either side stays off the report
search-one-generation.
   move gen-scan-num to gen-number-x.
   move zero to gen-ext-hits.
   move zero to gen-csv-hits.
   move zero to gen-sup-hits.
   move "N" to gen-gl-exists.
   move "N" to gen-csv-exists.
   move spaces to gl_file_name.
   string function trim(base_file_name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
         ".GLX" delimited by size
      into gl_file_name.
   call "CBL_CHECK_FILE_EXIST" using gl_file_name file-info.
   if return-code is equal to zero
      move "Y" to gen-gl-exists
      perform search-one-extract
   end-if.
   if csv-series is equal to "Y"
      move spaces to csv_file_name
      string function trim(base_file_name) delimited by size
            ".G" delimited by size
            gen-number-x delimited by size
            ".CSV" delimited by size
         into csv_file_name
      call "CBL_CHECK_FILE_EXIST" using csv_file_name file-info
      if return-code is equal to zero
         move "Y" to gen-csv-exists
         perform count-csv-hits
      end-if
   end-if.
   if csv-series is equal to "Y"
      if gen-csv-hits is greater than zero
            or gen-ext-hits is greater than zero
         perform write-csv-line
      end-if
   end-if.
   add 1 to gen-scan-num.

*> one archived extract walked - every detail that posted the numeral
*> at the old value gets its reversal and repost
search-one-extract.
   open input gl-file.
   move 0 to gl-eof.
   perform search-one-gl-record
      until gl-eof is equal to 1.
   close gl-file.

*> only a posting ("D") is restated - a reversal already netted its
*> own posting out, and a posting a later restatement reversed still
*> counts as extracted but is not reversed a second time
search-one-gl-record.
   read gl-file
      at end move 1 to gl-eof
   end-read.
   if gl-eof is not equal to 1
      if gl-record(1:1) is equal to "D"
         move gl-record to found-detail-record
         if fnd-numeral is equal to rsq-numeral
               and fnd-value is numeric
               and fnd-value is equal to rsq-old-value
            add 1 to gen-ext-hits
            perform check-posting-superseded
            if posting-superseded is equal to "Y"
               add 1 to gen-sup-hits
            else
               perform write-restatement-pair
            end-if
         end-if
      end-if
   end-if.

*> the reversal at the old value and the repost at the corrected one,
*> both carrying the original source and sequence so the GL side ties
*> each back to the posting it corrects - dated the day of the run
write-restatement-pair.
   move spaces to gl-detail-record.
   move "R" to gld-type.
   move run-stamp-date to gld-date.
   move fnd-source to gld-source.
   move fnd-seq to gld-seq.
   move fnd-numeral to gld-numeral.
   move rsq-old-value to gld-value.
   write restate-gl-record from gl-detail-record.
   add 1 to rst-record-count.
   add rsq-old-value to rst-hash-total.
   move "D" to gld-type.
   move rsq-new-value to gld-value.
   write restate-gl-record from gl-detail-record.
   add 1 to rst-record-count.
   add rsq-new-value to rst-hash-total.
   add 1 to rst-reversals.
   compute value-diff = rsq-new-value - rsq-old-value.
   add value-diff to rst-net-diff.
   move gl_file_name to out-archive.
   move fnd-seq to out-seq.
   move rsq-old-value to out-d-old.
   move rsq-new-value to out-d-new.
   move value-diff to out-diff.
   display report-detail-line.
   move report-detail-line to report-line.
   write report-line.

*> rows of one .CSV generation that converted the numeral at the old
*> value - the first row is the column heading, INVALID rows carry no
*> value
count-csv-hits.
   open input csv-file.
   move 0 to csv-eof.
   move zero to csv-row-no.
   perform count-one-csv-row
      until csv-eof is equal to 1.
   close csv-file.

count-one-csv-row.
   read csv-file
      at end move 1 to csv-eof
   end-read.
   if csv-eof is not equal to 1
      add 1 to csv-row-no
      if csv-row-no is greater than 1
         move spaces to rst-roman
         move spaces to rst-value-text
         move spaces to rst-status
         unstring csv-line delimited by ","
            into rst-roman rst-value-text rst-status
         end-unstring
         if rst-roman is equal to rsq-numeral
               and rst-status is not equal to "INVALID"
               and rst-value-text is not equal to spaces
            compute rst-csv-value = function numval(rst-value-text)
            if rst-csv-value is equal to rsq-old-value
               add 1 to gen-csv-hits
            end-if
         end-if
      end-if
   end-if.

*> one converted generation's tally - a CSV that saw more rows at the
*> old value than its extract posted is flagged for a look by hand, an
*> extract whose postings an earlier restatement reversed is noted
write-csv-line.
   move spaces to out-csv-note.
   move csv_file_name to out-csv-name.
   if gen-csv-hits is greater than gen-ext-hits
      move "Y" to any-follow-up
      if gen-gl-exists is equal to "Y"
         move "NOT ALL EXTRACTED" to out-csv-note
      else
         move "NO EXTRACT" to out-csv-note
      end-if
   else
      if gen-sup-hits is greater than zero
         move "ALREADY RESTATED" to out-csv-note
      end-if
   end-if.
   move gen-csv-hits to out-csv-hits.
   move gen-ext-hits to out-ext-hits.
   display report-csv-line.
   move report-csv-line to report-line.
   write report-line.

write-report-heading.
   move rsq-numeral to out-numeral.
   move rsq-old-value to out-old.
   move rsq-new-value to out-new.
   display " ".
   display report-title-line.
   move report-title-line to report-line.
   write report-line.
   move rsq-date to out-req-date.
   move rsq-operator to out-req-oper.
   move restate_gl_name to out-extract.
   display report-request-line.
   move report-request-line to report-line.
   write report-line.
   display report-underline.
   move report-underline to report-line.
   write report-line.
   display report-column-headings.
   move report-column-headings to report-line.
   write report-line.
   display report-underline.
   move report-underline to report-line.
   write report-line.

write-report-footer.
   display "  ---------------------------- ".
   move "  ---------------------------- " to report-line.
   write report-line.
   move rst-reversals to out-reversals.
   move rst-reversals to out-reposts.
   move rst-net-diff to out-net.
   display report-footer-line.
   move report-footer-line to report-line.
   write report-line.
   if rst-reversals is equal to zero
      move "  no postings found at the old value - no extract written"
         to report-line
      write report-line
   end-if.

*> the worked request goes on the permanent history with the extract
*> that carries it
write-history-record.
   call "CBL_CHECK_FILE_EXIST" using restate_history_name file-info.
   if return-code is equal to zero
      open extend restate-history-file
   else
      open output restate-history-file
   end-if.
   move spaces to restate-history-record.
   move restate-request to rsh-request.
   move run-stamp-date to rsh-date.
   if rst-reversals is greater than zero
      move restate_gl_name to rsh-extract
   else
      move "(none)" to rsh-extract
   end-if.
   move rst-reversals to rsh-reversals.
   write restate-history-record.
   close restate-history-file.

*> period-closed comes back Y when the day-close program has closed
*> the run date
check-period-open.
   move "N" to period-closed.
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
      if pc-date is equal to run-stamp-date
            and pc-action is equal to "C"
         move "Y" to period-closed
      end-if
   end-if.
