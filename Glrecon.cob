identification division.
program-id. gl-reconcile.
*> reconciles the general-ledger system's load acknowledgments against
*> the .GLX posting extracts the conversion program writes - every
*> extract generation dated in the keyed period is read back detail by
*> detail and matched to the GL side's posted/refused line for it, so
*> a refused row, a row the GL never acknowledged at all, or a night
*> that only half loaded shows up the morning after instead of when
*> finance calls at month-end - posted values are footed against the
*> extract's trailer hash so a partial load can't hide behind a count -
*> the restatement run's RESTATE.Gnn.GLX extracts reconcile the same way

environment division.


input-output section.
file-control.
*> the GL side's acknowledgment file - one line per detail it posted
*> or refused - or a control file of several mornings' names
   select ack-file
      assign to dynamic ack_file_name
      organization is line sequential.

   select ack-control-file
      assign to dynamic ack_control_name
      organization is line sequential.

*> the permanent run-history log - the period's extracts are found
*> through the runs it records, same as the csv consolidation does
   select runlog-file
      assign to dynamic runlog_file_name
      organization is line sequential.

*> a batch run logs under its control file's name - its entries are
*> read back from that list, one input file name per line
   select control-file
      assign to dynamic control_file_name
      organization is line sequential.

   select gl-file
      assign to dynamic gl_file_name
      organization is line sequential.

*> archive copy of the reconciliation report, rebuilt on every run
   select recon-file
      assign to dynamic recon_file_name
      organization is line sequential.

data division.


file section.
*> the GL side echoes the first 45 bytes of each detail it was sent -
*> type, date, source and sequence - and follows them with its verdict,
*> P for posted or R for refused, and a refusal reason
   fd ack-file.
   01 ack-record.
      02 ack-type      pic x(1).
      02 ack-date      pic x(8).
      02 ack-source    pic x(30).
      02 ack-seq       pic 9(6).
      02 ack-status    pic x(1).
      02 ack-reason    pic x(20).

   fd ack-control-file.
   01 ack-control-record pic x(30).

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

   fd recon-file.
   01 recon-line pic x(100).



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
77 ack_file_name     pic x(30).
77 ack_control_name  pic x(30).
77 runlog_file_name  pic x(30)  value "RUNLOG.DAT".
77 control_file_name pic x(30).
77 gl_file_name      pic x(30).
77 recon_file_name   pic x(30).
77 ack-list-switch   pic x      value "N".
77 ack-eof           pic 9      value 0.
77 ack-control-eof   pic 9      value 0.
77 runlog-eof        pic 9      value 0.
77 list-eof          pic 9      value 0.
77 gl-eof            pic 9      value 0.
*> period keyed by the operator - yyyymmdd text compares correctly as
*> written, so a blank answer widens that end of the range, same
*> convention the run-summary program uses
77 from-date         pic x(8).
77 to-date           pic x(8).
*> every acknowledgment of the period held in storage, keyed the way
*> the GL side echoed it - a matched entry is spent, so a detail the
*> GL acknowledged twice (a rerun of the same night) takes one each
01 ack-table.
   02 ack-entry occurs 20000 times.
      03 tab-key     pic x(45).
      03 tab-status  pic x(1).
      03 tab-reason  pic x(20).
      03 tab-matched pic x(1).
77 ack-used          pic s9(5)  comp value zero.
77 ack-idx           pic s9(5)  comp.
77 ack-found         pic s9(5)  comp.
77 ack-table-full    pic x      value "N".
77 ack-loaded        pic 9(6)   value zero.
77 ack-key           pic x(45).
*> a rerun logs the same file a second time and a batch lists it
*> again - each base name's generations are walked once
01 done-name-table.
   02 done-name     pic x(30)  occurs 500 times.
77 done-name-used    pic s9(3)  comp value zero.
77 done-name-idx     pic s9(3)  comp.
77 name-seen-before  pic x      value "N".
77 base_file_name    pic x(30).
77 entry_file_name   pic x(30).
77 restate-base-name pic x(30)  value "RESTATE".
*> the conversion program's archives carry generation numbers
*> (NAME.G01.GLX, NAME.G02.GLX, ...) - every surviving generation of
*> a base name is a separate night's extract to reconcile
77 gen-scan-num      pic 9(3)   value zero.
77 gen-number-x      pic 9(2).
77 any-gen-found     pic x      value "N".
*> extract record layouts - the conversion program owns these, a
*> change there must be mirrored here
01 gl-header-record.
   02 glh-type     pic x(1).
   02 glh-date     pic x(8).
   02 glh-source   pic x(30).
   02 filler       pic x(45).
01 gl-detail-record.
   02 gld-key.
      03 gld-type     pic x(1).
      03 gld-date     pic x(8).
      03 gld-source   pic x(30).
      03 gld-seq      pic 9(6).
   02 gld-numeral  pic x(30).
   02 gld-value    pic 9(9).
01 gl-trailer-record.
   02 glt-type     pic x(1).
   02 glt-count    pic 9(6).
   02 glt-hash     pic 9(15).
   02 filler       pic x(62).
*> one extract's figures
77 ext-details       pic 9(6)   value zero.
77 ext-posted        pic 9(6)   value zero.
77 ext-refused       pic 9(6)   value zero.
77 ext-unacked       pic 9(6)   value zero.
77 ext-detail-total  pic 9(15)  value zero.
77 ext-posted-total  pic 9(15)  value zero.
77 ext-trailer-seen  pic x      value "N".
77 ext-header-ok     pic x      value "N".
77 ext-in-period     pic x      value "N".
77 hash-diff         pic s9(15) comp-3.
*> period-wide figures and the verdicts that grade the completion code
77 grand-extracts    pic 9(4)   value zero.
77 grand-details     pic 9(8)   value zero.
77 grand-posted      pic 9(8)   value zero.
77 grand-refused     pic 9(8)   value zero.
77 grand-unacked     pic 9(8)   value zero.
77 grand-orphans     pic 9(8)   value zero.
77 grand-fully       pic 9(4)   value zero.
77 any-unacked       pic x      value "N".
77 any-refused       pic x      value "N".
77 any-broken        pic x      value "N".

01 recon-title-line.
   02 filler    pic x(30)  value "  gl load acknowledgments for ".
   02 out-from  pic x(8).
   02 filler    pic x(6)   value " thru ".
   02 out-to    pic x(8).
01 recon-underline.
   02 filler    pic x(72)  value
         "------------------------------------------------------------------------".
01 recon-extract-line.
   02 filler        pic x(2)   value spaces.
   02 out-ext-name  pic x(30).
   02 filler        pic x(8)   value "  dated ".
   02 out-ext-date  pic x(8).
01 recon-exception-line.
   02 filler        pic x(6)   value spaces.
   02 out-exc-type  pic x(1).
   02 filler        pic x(2)   value spaces.
   02 out-exc-seq   pic zzzzz9.
   02 filler        pic x(2)   value spaces.
   02 out-exc-numeral pic x(30).
   02 filler        pic x(1)   value space.
   02 out-exc-value pic z(8)9.
   02 filler        pic x(2)   value spaces.
   02 out-exc-verdict pic x(8).
   02 filler        pic x(1)   value space.
   02 out-exc-reason pic x(20).
01 recon-count-line.
   02 filler        pic x(14)  value "    details: ".
   02 out-details   pic zzzzz9.
   02 filler        pic x(10)  value "  posted: ".
   02 out-posted    pic zzzzz9.
   02 filler        pic x(11)  value "  refused: ".
   02 out-refused   pic zzzzz9.
   02 filler        pic x(18)  value "  unacknowledged: ".
   02 out-unacked   pic zzzzz9.
01 recon-value-line.
   02 filler        pic x(18)  value "    posted value: ".
   02 out-posted-total pic z(14)9.
   02 filler        pic x(16)  value "  trailer hash: ".
   02 out-hash      pic z(14)9.
   02 filler        pic x(9)   value "  short: ".
   02 out-short     pic -(14)9.
01 recon-verdict-line.
   02 filler        pic x(13)  value "    verdict: ".
   02 out-verdict   pic x(16).
01 recon-orphan-line.
   02 filler        pic x(6)   value spaces.
   02 out-orph-type pic x(1).
   02 filler        pic x(1)   value space.
   02 out-orph-date pic x(8).
   02 filler        pic x(1)   value space.
   02 out-orph-source pic x(30).
   02 filler        pic x(1)   value space.
   02 out-orph-seq  pic zzzzz9.
   02 filler        pic x(2)   value spaces.
   02 out-orph-status pic x(1).
   02 filler        pic x(1)   value space.
   02 out-orph-reason pic x(20).
01 recon-footer-line.
   02 filler        pic x(14)  value "  extracts:   ".
   02 out-g-extracts pic zzz9.
   02 filler        pic x(17)  value "  fully posted:  ".
   02 out-g-fully   pic zzz9.
01 recon-grand-line.
   02 filler        pic x(14)  value "  details: ".
   02 out-g-details pic z(7)9.
   02 filler        pic x(10)  value "  posted: ".
   02 out-g-posted  pic z(7)9.
   02 filler        pic x(11)  value "  refused: ".
   02 out-g-refused pic z(7)9.
   02 filler        pic x(18)  value "  unacknowledged: ".
   02 out-g-unacked pic z(7)9.
01 recon-orphan-total-line.
   02 filler        pic x(34)  value
         "  acknowledgments with no detail: ".
   02 out-g-orphans pic z(7)9.


procedure division.

display "gl load acknowledgment reconciliation".
call "CBL_CHECK_FILE_EXIST" using runlog_file_name file-info.
if return-code is not equal to zero
   display "no run history yet - " runlog_file_name(1:20)
      " does not exist"
   move 8 to return-code
   stop run
end-if.
perform get-period.
display " several acknowledgment files in a control file? (Y/N) ".
accept ack-list-switch from console.
if ack-list-switch is equal to "y"
   move "Y" to ack-list-switch
end-if.
if ack-list-switch is equal to "Y"
   display " enter control file name (one acknowledgment file per line) "
   accept ack_control_name from console
   call "CBL_CHECK_FILE_EXIST" using ack_control_name file-info
   if return-code is not equal to zero
      display "error: file " ack_control_name(1:20)
         " does not exist"
      move 8 to return-code
      stop run
   end-if
else
   move "N" to ack-list-switch
   display " enter acknowledgment file name "
   accept ack_file_name from console
   call "CBL_CHECK_FILE_EXIST" using ack_file_name file-info
   if return-code is not equal to zero
      display "error: file " ack_file_name(1:20) " does not exist"
      move 8 to return-code
      stop run
   end-if
end-if.
*> the period's own name on the archive, so two periods' reconciliations
*> don't clobber each other
move spaces to recon_file_name.
string "GLREC" delimited by size
      from-date delimited by size
      "-" delimited by size
      to-date delimited by size
      ".REC" delimited by size
   into recon_file_name.
if ack-list-switch is equal to "Y"
   open input ack-control-file
   move 0 to ack-control-eof
   perform load-one-ack-file-name
      until ack-control-eof is equal to 1
   close ack-control-file
else
   perform load-ack-file
end-if.
open output recon-file.
perform write-recon-heading.
open input runlog-file.
move 0 to runlog-eof.
perform select-runlog-entry
   until runlog-eof is equal to 1.
close runlog-file.
*> the restatement extracts never appear in the run history - their
*> generations are walked by name, dated by their headers like the rest
move restate-base-name to base_file_name.
perform reconcile-base-name.
perform write-orphan-acks.
perform write-recon-footer.
close recon-file.
*> graded for the scheduler worst condition first - 8 says something
*> the GL side was sent never got an answer, or an extract is broken,
*> 4 says rows were refused or answers arrived for rows never sent
evaluate true
   when any-unacked is equal to "Y"
      move 8 to return-code
   when any-broken is equal to "Y"
      move 8 to return-code
   when ack-table-full is equal to "Y"
      move 8 to return-code
   when any-refused is equal to "Y"
      move 4 to return-code
   when grand-orphans is greater than zero
      move 4 to return-code
   when other
      move zero to return-code
end-evaluate.
stop run.

*> the reporting period, keyed as yyyymmdd - blank widens that end of
*> the range, same as the run-summary program
get-period.
   display " from date (yyyymmdd, blank = start of log) ".
   accept from-date from console.
   display " to date (yyyymmdd, blank = end of log) ".
   accept to-date from console.
   if from-date is equal to spaces
      move "00000000" to from-date
   end-if.
   if to-date is equal to spaces
      move "99999999" to to-date
   end-if.

*> one acknowledgment file named on the control list loaded - a
*> missing name is noted and skipped, the rest of the mornings still
*> reconcile
load-one-ack-file-name.
   read ack-control-file into ack_file_name
      at end move 1 to ack-control-eof
   end-read.
   if ack-control-eof is not equal to 1
      call "CBL_CHECK_FILE_EXIST" using ack_file_name file-info
      if return-code is not equal to zero
         display "skipping - file not found: " ack_file_name
         move "Y" to any-broken
      else
         perform load-ack-file
      end-if
   end-if.

*> one acknowledgment file read into the table
load-ack-file.
   open input ack-file.
   move 0 to ack-eof.
   perform load-one-ack
      until ack-eof is equal to 1.
   close ack-file.

*> one acknowledgment line stored - a full table is said once and the
*> run is graded, a detail it crowds out would otherwise read as never
*> acknowledged without anyone knowing why
load-one-ack.
   read ack-file
      at end move 1 to ack-eof
   end-read.
   if ack-eof is not equal to 1
      if ack-used is less than 20000
         add 1 to ack-used
         add 1 to ack-loaded
         move ack-record(1:45) to tab-key(ack-used)
         move ack-status to tab-status(ack-used)
         move ack-reason to tab-reason(ack-used)
         move "N" to tab-matched(ack-used)
      else
         if ack-table-full is not equal to "Y"
            display "acknowledgment table full at 20000 lines - "
               "later lines not reconciled"
            move "Y" to ack-table-full
         end-if
      end-if
   end-if.

*> one history record sifted for the period - only the converting
*> modes that write a posting extract (1, 2 and 6) are of interest,
*> a single-file run's extracts hang off rl-file itself, a batch run
*> logs under its control file's name and its entries fold in one by
*> one - a name already walked is skipped
select-runlog-entry.
   read runlog-file
      at end move 1 to runlog-eof
   end-read.
   if runlog-eof is not equal to 1
      if rl-date is not less than from-date
            and rl-date is not greater than to-date
            and (rl-mode is equal to 1 or rl-mode is equal to 2
               or rl-mode is equal to 6)
         move rl-file to base_file_name
         perform find-any-generation
         if any-gen-found is equal to "Y"
            perform check-name-seen
            if name-seen-before is not equal to "Y"
               perform reconcile-base-name
            end-if
         else
            move rl-file to control_file_name
            call "CBL_CHECK_FILE_EXIST" using control_file_name
               file-info
            if return-code is equal to zero
               perform reconcile-control-list
            end-if
         end-if
      end-if
   end-if.

*> does base_file_name have any .GLX generation at all - a batch run's
*> rl-file is its control list, which has none of its own
find-any-generation.
   move "N" to any-gen-found.
   move 1 to gen-scan-num.
   perform probe-one-generation
      until any-gen-found is equal to "Y"
         or gen-scan-num is greater than 99.

*> one generation number probed on the way up from 01
probe-one-generation.
   perform build-gl-file-name.
   call "CBL_CHECK_FILE_EXIST" using gl_file_name file-info.
   if return-code is equal to zero
      move "Y" to any-gen-found
   else
      add 1 to gen-scan-num
   end-if.

*> every entry of a batch run's control list walked in turn
reconcile-control-list.
   open input control-file.
   move 0 to list-eof.
   perform reconcile-one-list-entry
      until list-eof is equal to 1.
   close control-file.

*> one control-list entry's generations walked, once per base name
reconcile-one-list-entry.
   read control-file into entry_file_name
      at end move 1 to list-eof
   end-read.
   if list-eof is not equal to 1
      move entry_file_name to base_file_name
      perform check-name-seen
      if name-seen-before is not equal to "Y"
         perform reconcile-base-name
      end-if
   end-if.

*> looks the base name up in the already-walked table and remembers it
*> when new - a full table lets the repeat through rather than lose a
*> file, the spent acknowledgments keep a second walk from posting twice
check-name-seen.
   move "N" to name-seen-before.
   move 1 to done-name-idx.
   perform check-one-done-name
      until name-seen-before is equal to "Y"
         or done-name-idx is greater than done-name-used.
   if name-seen-before is not equal to "Y"
         and done-name-used is less than 500
      add 1 to done-name-used
      move base_file_name to done-name(done-name-used)
   end-if.

*> one slot of the already-walked lookup
check-one-done-name.
   if done-name(done-name-idx) is equal to base_file_name
      move "Y" to name-seen-before
   else
      add 1 to done-name-idx
   end-if.

*> every surviving generation of one base name, oldest first - the
*> header date decides whether a generation belongs to the period
reconcile-base-name.
   move 1 to gen-scan-num.
   perform reconcile-one-generation
      until gen-scan-num is greater than 99.

*> one generation number tried - a missing one was never written or has
*> aged out of retention
reconcile-one-generation.
   perform build-gl-file-name.
   call "CBL_CHECK_FILE_EXIST" using gl_file_name file-info.
   if return-code is equal to zero
      perform reconcile-one-extract
   end-if.
   add 1 to gen-scan-num.

build-gl-file-name.
   move gen-scan-num to gen-number-x.
   move spaces to gl_file_name.
   string function trim(base_file_name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
         ".GLX" delimited by size
      into gl_file_name.

*> one extract read back against the acknowledgments - refused and
*> unacknowledged details print as they are met, then the extract's
*> counts, its posted value against the trailer hash, and a verdict
reconcile-one-extract.
   move zero to ext-details.
   move zero to ext-posted.
   move zero to ext-refused.
   move zero to ext-unacked.
   move zero to ext-detail-total.
   move zero to ext-posted-total.
   move "N" to ext-trailer-seen.
   move "N" to ext-header-ok.
   move "N" to ext-in-period.
   move zero to glt-count.
   move zero to glt-hash.
   open input gl-file.
   move 0 to gl-eof.
   read gl-file into gl-header-record
      at end move 1 to gl-eof
   end-read.
   if gl-eof is not equal to 1 and glh-type is equal to "H"
      move "Y" to ext-header-ok
      if glh-date is not less than from-date
            and glh-date is not greater than to-date
         move "Y" to ext-in-period
      end-if
   end-if.
*> an extract with no header can't be dated - it is reported whatever
*> the period, a damaged interface file is worth knowing about
   if ext-in-period is equal to "Y" or ext-header-ok is not equal to "Y"
      add 1 to grand-extracts
      move gl_file_name to out-ext-name
      move glh-date to out-ext-date
      if ext-header-ok is not equal to "Y"
         move spaces to out-ext-date
      end-if
      perform write-extract-line
      if ext-header-ok is equal to "Y"
         perform reconcile-one-gl-record
            until gl-eof is equal to 1
      end-if
      perform judge-one-extract
   end-if.
   close gl-file.

*> one extract record after the header - a detail matched to its
*> acknowledgment, the trailer's figures noted
reconcile-one-gl-record.
   read gl-file
      at end move 1 to gl-eof
   end-read.
   if gl-eof is not equal to 1
      evaluate gl-record(1:1)
         when "T"
            move gl-record to gl-trailer-record
            move "Y" to ext-trailer-seen
         when "D"
         when "R"
            move gl-record to gl-detail-record
            perform reconcile-one-detail
         when other
            continue
      end-evaluate
   end-if.

*> one posting looked up among the acknowledgments - the first unspent
*> one with the same echoed key answers it
reconcile-one-detail.
   add 1 to ext-details.
   add gld-value to ext-detail-total.
   move gld-key to ack-key.
   perform find-ack-entry.
   if ack-found is equal to zero
      add 1 to ext-unacked
      move "UNACKED" to out-exc-verdict
      move spaces to out-exc-reason
      perform write-exception-line
   else
      move "Y" to tab-matched(ack-found)
      if tab-status(ack-found) is equal to "P"
         add 1 to ext-posted
         add gld-value to ext-posted-total
      else
         add 1 to ext-refused
         move "REFUSED" to out-exc-verdict
         move tab-reason(ack-found) to out-exc-reason
         perform write-exception-line
      end-if
   end-if.

*> ack-found carries the matching unspent slot, or zero for none
find-ack-entry.
   move zero to ack-found.
   move 1 to ack-idx.
   perform check-one-ack-entry
      until ack-found is greater than zero
         or ack-idx is greater than ack-used.

*> one slot of the acknowledgment lookup
check-one-ack-entry.
   if tab-key(ack-idx) is equal to ack-key
         and tab-matched(ack-idx) is equal to "N"
      move ack-idx to ack-found
   else
      add 1 to ack-idx
   end-if.

*> the extract's verdict - a broken extract (no header, no trailer, or
*> a trailer that doesn't tie to its own details) says so first, then
*> nothing acknowledged, everything posted to the hash, or partial
judge-one-extract.
   evaluate true
      when ext-header-ok is not equal to "Y"
         move "NO HEADER" to out-verdict
         move "Y" to any-broken
      when ext-trailer-seen is not equal to "Y"
         move "NO TRAILER" to out-verdict
         move "Y" to any-broken
      when glt-count is not equal to ext-details
            or glt-hash is not equal to ext-detail-total
         move "TRAILER MISMATCH" to out-verdict
         move "Y" to any-broken
      when ext-details is greater than zero
            and ext-posted is equal to zero
            and ext-refused is equal to zero
         move "NOT LOADED" to out-verdict
      when ext-posted is equal to ext-details
            and ext-posted-total is equal to glt-hash
         move "FULLY POSTED" to out-verdict
         add 1 to grand-fully
      when other
         move "PARTIAL LOAD" to out-verdict
   end-evaluate.
   if ext-unacked is greater than zero
      move "Y" to any-unacked
   end-if.
   if ext-refused is greater than zero
      move "Y" to any-refused
   end-if.
   add ext-details to grand-details.
   add ext-posted to grand-posted.
   add ext-refused to grand-refused.
   add ext-unacked to grand-unacked.
   move ext-details to out-details.
   move ext-posted to out-posted.
   move ext-refused to out-refused.
   move ext-unacked to out-unacked.
   display recon-count-line.
   move recon-count-line to recon-line.
   write recon-line.
   move ext-posted-total to out-posted-total.
   move glt-hash to out-hash.
   compute hash-diff = glt-hash - ext-posted-total.
   move hash-diff to out-short.
   display recon-value-line.
   move recon-value-line to recon-line.
   write recon-line.
   display recon-verdict-line.
   move recon-verdict-line to recon-line.
   write recon-line.

*> every acknowledgment no extract of the period claimed - a line for a
*> detail never sent, or for an extract outside the keyed period
write-orphan-acks.
   display " ".
   move " " to recon-line.
   write recon-line.
   display "  acknowledgments matching no detail in the period".
   move "  acknowledgments matching no detail in the period"
      to recon-line.
   write recon-line.
   move 1 to ack-idx.
   perform write-one-orphan-ack
      until ack-idx is greater than ack-used.

write-one-orphan-ack.
   if tab-matched(ack-idx) is equal to "N"
      add 1 to grand-orphans
      move tab-key(ack-idx) to gl-detail-record
      move gld-type to out-orph-type
      move gld-date to out-orph-date
      move gld-source to out-orph-source
      move zero to out-orph-seq
      if gld-seq is numeric
         move gld-seq to out-orph-seq
      end-if
      move tab-status(ack-idx) to out-orph-status
      move tab-reason(ack-idx) to out-orph-reason
      display recon-orphan-line
      move recon-orphan-line to recon-line
      write recon-line
   end-if.
   add 1 to ack-idx.

write-recon-heading.
   move from-date to out-from.
   move to-date to out-to.
   display recon-title-line.
   move recon-title-line to recon-line.
   write recon-line.
   display recon-underline.
   move recon-underline to recon-line.
   write recon-line.

write-extract-line.
   display " ".
   move " " to recon-line.
   write recon-line.
   display recon-extract-line.
   move recon-extract-line to recon-line.
   write recon-line.

write-exception-line.
   move gld-type to out-exc-type.
   move gld-seq to out-exc-seq.
   move gld-numeral to out-exc-numeral.
   move gld-value to out-exc-value.
   display recon-exception-line.
   move recon-exception-line to recon-line.
   write recon-line.

write-recon-footer.
   display "  ---------------------------- ".
   move "  ---------------------------- " to recon-line.
   write recon-line.
   move grand-extracts to out-g-extracts.
   move grand-fully to out-g-fully.
   display recon-footer-line.
   move recon-footer-line to recon-line.
   write recon-line.
   move grand-details to out-g-details.
   move grand-posted to out-g-posted.
   move grand-refused to out-g-refused.
   move grand-unacked to out-g-unacked.
   display recon-grand-line.
   move recon-grand-line to recon-line.
   write recon-line.
   move grand-orphans to out-g-orphans.
   display recon-orphan-total-line.
   move recon-orphan-total-line to recon-line.
   write recon-line.
