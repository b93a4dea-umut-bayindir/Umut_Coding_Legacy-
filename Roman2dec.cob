      record key is mst-numeral
      file status is master-status.

*> outstanding reject work queue - every reject any run writes to a
*> .REJ is registered here under its source file, generation and
*> reject number, and a recycle that repairs it closes it - the aging
*> report works off this file - dynamic access because a recycle walks
*> one source generation's items in key order
   select reject-queue-file
      assign to dynamic reject_queue_name
      organization is indexed
      access mode is dynamic
      record key is rwq-key
      file status is queue-status.

*> period control file - the day-close program appends a close record
*> per posting date it closes, and a run posting into a closed date
*> under a reopen appends one of its own so the late posting shows
   select period-file
      assign to dynamic period_file_name
      organization is line sequential.

*> operator authorization file - one line per operator id with the run
*> modes and maintenance actions granted to it, kept by the security
*> administrator - a run whose operator isn't granted its mode is
*> refused before it touches anything
   select operator-file
      assign to dynamic operator_file_name
      organization is line sequential.

*> security violation log - one record appended per refused attempt,
*> created on first use and extended forever after, the same way the
*> run-history log is
   select security-log-file
      assign to dynamic security_log_name
      organization is line sequential.

data division.


      02 mst-last-seen  pic x(8).
      02 mst-count      pic 9(7).

*> one reject awaiting repair - keyed on the input file it came from,
*> the archive generation that rejected it and its reject number in
*> that run (its row in that generation's .REJ) - the aging report
*> carries the same layout, so a change here must be mirrored there
   fd reject-queue-file.
   01 reject-queue-record.
      02 rwq-key.
         03 rwq-source     pic x(30).
         03 rwq-gen        pic 9(2).
         03 rwq-seq        pic 9(6).
      02 rwq-numeral       pic x(30).
      02 rwq-reason        pic x(20).
      02 rwq-first-date    pic x(8).
*> O while outstanding, C once a recycle repaired it
      02 rwq-status        pic x(1).
      02 rwq-closed-date   pic x(8).
      02 rwq-repaired      pic x(30).

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

*> fixed-column authorization record - operator id, the run modes it
*> may use as a string of mode digits ("1246"), the maintenance
*> actions it may take as a string of action letters ("CDP"), and the
*> operator's name for the auditors - the maintenance program carries
*> the same layout, so a change here must be mirrored there
   fd operator-file.
   01 operator-record.
      02 aut-operator   pic x(8).
      02 filler         pic x(1).
      02 aut-modes      pic x(9).
      02 filler         pic x(1).
      02 aut-actions    pic x(6).
      02 filler         pic x(1).
      02 aut-name       pic x(30).

*> fixed-column violation record - stamp, the operator id as keyed,
*> the program refused, what was tried and why it was refused - the
*> maintenance program carries the same layout, so a change here must
*> be mirrored there
   fd security-log-file.
   01 security-record.
      02 sec-date       pic x(8).
      02 filler         pic x(1).
      02 sec-time       pic x(6).
      02 filler         pic x(1).
      02 sec-operator   pic x(8).
      02 filler         pic x(1).
      02 sec-program    pic x(12).
      02 filler         pic x(1).
      02 sec-action     pic x(20).
      02 filler         pic x(1).
      02 sec-reason     pic x(30).



working-storage section.
77 consumed-x     pic 9      value zero.
77 consumed-c     pic 9      value zero.
*> 1 = roman to decimal (original mode), 2 = decimal to roman,
*> 3 = ledger reconciliation, 4 = reject recycle (.REJ back in),
*> 8 = roman calendar dates
77 run-mode       pic 9      value 1.
*> Y accepts unambiguous additive spellings (IIII, VIIII, XXXX...) the
*> strict grammar rejects - old clock faces and pre-1800 folios use
*> lines-per-page, lenient Y/N, compare (re-key) file name, reject-rate
*> abort threshold percent, archive
*> retention count (0 keeps every
*> generation), operator id, reopen Y/N - a blank
*> line keeps that setting's
*> default
77 profile_file_name  pic x(30).
77 master-open         pic x      value "N".
77 master-status       pic x(2)   value spaces.
77 master-numeral-key  pic x(30).
*> reject work queue plumbing - a recycle of the run's own .REJ closes
*> reject k for its row k - a recycle of a .REJ.REJ loads the reject
*> numbers still open for the generation it repairs, in order, since
*> the rows a recycle writes back out are those items in that order
77 reject_queue_name   pic x(30)  value "REJECT.WQ".
77 queue-open          pic x      value "N".
77 queue-status        pic x(2)   value spaces.
77 queue-eof           pic 9      value 0.
77 queue-source        pic x(30).
77 queue-gen           pic 9(2)   value zero.
77 queue-gen-known     pic x      value "N".
77 queue-name-len      pic s9(3)  comp.
77 queue-strip-done    pic x      value "N".
01 open-item-table.
   02 open-item-seq    pic 9(6)   occurs 5000 times.
77 open-item-count     pic s9(5)  comp value zero.
*> how many ".REJ" suffixes the recycle input carried - one means the
*> run's own .REJ, whose rows are in reject-number order, so row k is
*> reject k whatever an earlier recycle of it already closed - more
*> means a recycle's still-failing rows, which are the items that were
*> still open, in order
77 rej-suffix-count    pic s9(2)  comp value zero.
77 queue-closed-count  pic 9(6)   value zero.
*> operator authorization - the id comes off profile line 10 for an
*> unattended run, off the console otherwise, and must be granted the
*> run mode on the authorization file or the run is refused and logged
77 operator_file_name  pic x(30)  value "OPERATOR.AUT".
77 security_log_name   pic x(30)  value "SECURITY.LOG".
77 operator-id         pic x(8)   value spaces.
77 operator-found      pic x      value "N".
77 operator-eof        pic 9      value 0.
77 operator-modes      pic x(9)   value spaces.
77 operator-actions    pic x(6)   value spaces.
77 mode-grant-count    pic s9(3)  comp value zero.
77 run-mode-digit      pic x(1).
77 security-action     pic x(20).
77 security-reason     pic x(30).
*> period lock - the GL header carries the run date, so a run whose
*> date the day-close program has closed may post only under a reopen,
*> asked for on profile line 11 or at the console, and only by an
*> operator granted action O on the authorization file
77 period_file_name    pic x(30)  value "PERIOD.CTL".
77 period-eof          pic 9      value 0.
77 period-closed       pic x      value "N".
77 reopen-switch       pic x      value "N".
77 reopen-grant-count  pic s9(3)  comp value zero.
77 master-value        pic 9(9)   value zero.
*> master activity accumulates here instead of going to the file one
*> keyed read/write per record - a big nightly file repeats the same
   02 arith-r1  pic x(30).
   02 arith-op  pic x(1).
   02 arith-r2  pic x(30).
*> mixed-mode layout - a one-character type code (R, D, A or C) in
*> front of the record shape that type's one-record logic expects, so
*> one physical ledger book needs one file and one pass instead of
*> several
01 mixed-input-record.
   02 mix-type  pic x(1).
   02 mix-rest  pic x(61).
*> Y while the record in hand is a decimal-to-roman conversion - tells
*> write-csv-line which way round its roman and decimal columns come
77 dec-side      pic x      value "N".
*> Y while the record in hand is a roman calendar date - day, month
*> and year numerals separated by full stops, "XXIV.VI.MDCCCXII" -
*> each part runs through conv, the three assemble into a yyyymmdd
*> date, and the date is proved against the calendar, month lengths
*> and leap years included - an impossible date rejects under a
*> reason of its own
77 date-side        pic x      value "N".
77 date-text        pic x(30).
77 date-day-text    pic x(30).
77 date-month-text  pic x(30).
77 date-year-text   pic x(30).
77 date-extra-text  pic x(30).
77 date-part-count  pic s9(2)  comp.
77 date-dot-count   pic s9(2)  comp.
77 date-ok          pic x      value "N".
77 date-day         pic s9(8)  comp.
77 date-month       pic s9(8)  comp.
77 date-year        pic s9(8)  comp.
77 month-length     pic s9(2)  comp.
77 date-result      pic 9(8)   value zero.
*> reject-recycle mode reads the original run's .REJ file back in, so
*> its input records carry the reject-file layout
01 rej-input-record.
01 output-arith-title-line.
   02 filler    pic x(28)  value
                    "  ledger reconciliation  ".
*> mode 8's title and columns - the numeral date as keyed and the
*> yyyymmdd date it converts to
01 output-date-title-line.
   02 filler    pic x(28)  value
                    "  roman calendar dates  ".
01 output-underline-1.
   02 filler    pic x(30)  value
                    "------------------------------".
01 output-date-column-headings.
   02 filler    pic x(34)  value
                    "  roman date".
   02 filler    pic x(8)   value
                    "yyyymmdd".
01 output-arith-column-headings.
   02 filler    pic x(30)  value
                    "  numeral -> op -> numeral  ".
   02 out-dup-v     pic z(9).
   02 filler        pic x(2)   value spaces.
   02 filler        pic x(9)   value "DUPLICATE".
*> one converted date - printed in mode 8 and among the other record
*> types of a mixed file
01 output-date-record.
   02 filler        pic x      value space.
   02 out-dt-r      pic x(30).
   02 filler        pic x(3)   value spaces.
   02 out-dt-iso    pic 9(8).
   02 filler        pic x(2)   value spaces.
   02 filler        pic x(4)   value "DATE".
01 output-error-mess.
   02 filler       pic x      value space.
   02 out-er-r     pic x(30).
   02 out-repaired  pic zzzzz9.
   02 filler        pic x(17)  value "  still failing: ".
   02 out-still     pic zzzzz9.
*> the repairs that closed an item on the reject work queue - short of
*> the repaired figure when the .REJ predates the queue
01 output-queue-footer.
   02 filler        pic x(26)  value "reject queue items closed:".
   02 out-q-closed  pic zzzzz9.

  
procedure division.
if profile-switch is not equal to "Y"
   perform get_file_name
end-if.
*> nothing runs - not even an inquiry - until the operator is known to
*> be granted the mode asked for
perform check-operator-authority.
*> the modes that write a GL extract mustn't post into a closed day
if run-mode is equal to 1 or run-mode is equal to 2
      or run-mode is equal to 6
   perform check-period-open
end-if.
display " "
*> the inquiry mode is a console conversation with the numeral master -
*> it has no input file, archive report or control totals of its own,
      or run-mode is equal to 4 or run-mode is equal to 6
   perform open-numeral-master
end-if.
*> every mode that writes a .REJ registers its rejects - the compare
*> mode writes none
if run-mode is not equal to 7
   perform open-reject-queue
end-if.
evaluate true
   when run-mode is equal to 4
      perform recycle-one-file
   close master-file
   move "N" to master-open
end-if.
if queue-open is equal to "Y"
   close reject-queue-file
   move "N" to queue-open
end-if.
perform set-completion-code.
perform write-runlog.
close report-file.
      end-if
   end-if.
*> the posting extract rides along with the same modes the CSV does -
*> mode 3's results are working figures and mode 8's are dates, not
*> ledger entries to post
   if run-mode is not equal to 3 and run-mode is not equal to 8
      perform build-gl-file-name
      if skip-count is greater than zero
         open extend gl-file
         end-if
         perform mixed-proc-body
            until eof-switch is equal to zero
      when 8
         if eof-switch is not equal to zero
            read input-file into input-data-record
               at end move zero to eof-switch
            end-read
         end-if
         perform date-proc-body
            until eof-switch is equal to zero
      when other
         if eof-switch is not equal to zero
            read input-file into input-data-record
*> an aborted file gets no trailer - an unterminated interface file
*> fails the GL side's balancing instead of posting a partial night,
*> and the resumed run finishes it properly
   if run-mode is not equal to 3 and run-mode is not equal to 8
      if abort-file is not equal to "Y"
         perform write-gl-trailer
      end-if
   perform build-base-file-name.
   perform build-csv-file-name.
   perform build-reject-file-name.
   perform load-open-rejects.
   display " "
   display "reject recycle: " input_file_name
   move " " to report-line
   display output-recycle-footer.
   move output-recycle-footer to report-line.
   write report-line.
   move queue-closed-count to out-q-closed.
   display output-queue-footer.
   move output-queue-footer to report-line.
   write report-line.
*> a recycle is an invocation like any other - its figures go into the
*> run history too (read = original rejects, valid = repaired)
   add records-read to total-read.
   move "N" to dec-side.
   move "N" to normalized-flag.
   move "N" to duplicate-flag.
*> a calendar date's full stops tell it apart from a numeral
   move zero to date-dot-count.
   inspect rej-in-r tallying date-dot-count for all ".".
   if date-dot-count is greater than zero
      perform recycle-date-record
   else
      perform recycle-numeral-record
   end-if.
   perform write-csv-line.
   move "N" to date-side.
   read input-file into rej-input-record
     at end move zero to eof-switch.

*> one corrected calendar date re-converted
recycle-date-record.
   move "Y" to date-side.
   move rej-in-r to date-text.
   perform convert-date-text.
   if switch is equal to 1
      add 1 to valid-count
      perform close-repaired-reject
      perform write-date-line
   else
      add 1 to reject-count
      move spaces to reject-record
      move date-text to rej-r
      perform write-reject-line
   end-if.

*> one corrected numeral re-converted
recycle-numeral-record.
   move rej-in-r to array-area.
   move 1 to n.
   perform search-loop
      move array-area to master-numeral-key
      move sum1 to master-value
      perform update-numeral-master
      perform close-repaired-reject
      evaluate true
         when duplicate-flag is equal to "Y"
            perform write-duplicate-line
      move array-area to rej-r
      perform write-reject-line
   end-if.

*> re-key verification - two keyings of the same ledger read in step,
*> each side converted through the existing conv machinery, one verdict
      when "A"
         move mix-rest to arith-input-record
         perform arith-one-record
      when "C"
         move mix-rest to in-r in input-data-record
         perform date-one-record
      when other
         add 1 to records-read
         add 1 to reject-count
   compute n = n - 1.
   perform conv.

*> mirror of proc-body for roman calendar dates
date-proc-body.
   if in-r in input-data-record(1:3) is equal to "HDR"
         or in-r in input-data-record(1:3) is equal to "TRL"
      move spaces to control-record-text
      move in-r in input-data-record to control-record-text
      perform handle-control-record
   else
      perform date-one-record
      perform check-reject-rate
      if function mod(records-read, checkpoint-interval)
            is equal to zero
         move date-text to rs-last-value
         perform write-checkpoint
      end-if
   end-if.
   if eof-switch is not equal to zero
      read input-file into input-data-record
        at end move zero to eof-switch
      end-read
   end-if.

*> one roman calendar date converted and archived - split from
*> date-proc-body so the mixed-mode dispatcher can reuse it - a date is
*> no ledger amount, so it neither foots, posts nor touches the master
date-one-record.
   add 1 to records-read.
   move "N" to dec-side.
   move "N" to normalized-flag.
   move "N" to duplicate-flag.
   move "Y" to date-side.
   move in-r in input-data-record to date-text.
   perform convert-date-text.
   if switch is equal to 1
      add 1 to valid-count
      perform write-date-line
   else
      add 1 to reject-count
      move spaces to reject-record
      move date-text to rej-r
      perform write-reject-line
   end-if.
   perform write-csv-line.
   move "N" to date-side.

*> date-text split at its full stops into day, month and year, each
*> part converted through conv, and the result proved against the
*> calendar - switch comes back 1 with the date in date-result, or 2
*> with reject-reason saying which check it failed
convert-date-text.
   move "Y" to date-ok.
   move spaces to reject-reason.
   move zero to date-result.
   move spaces to date-day-text.
   move spaces to date-month-text.
   move spaces to date-year-text.
   move spaces to date-extra-text.
   move zero to date-part-count.
   unstring date-text delimited by "."
      into date-day-text date-month-text date-year-text
         date-extra-text
      tallying in date-part-count
   end-unstring.
   if date-part-count is not equal to 3
         or date-day-text is equal to spaces
         or date-month-text is equal to spaces
         or date-year-text is equal to spaces
      move "N" to date-ok
      move "bad date format" to reject-reason
   end-if.
   if date-ok is equal to "Y"
      move date-day-text to numeral-text
      perform convert-numeral-text
      if switch is equal to 1
         move sum1 to date-day
      else
         move "N" to date-ok
         move "bad day numeral" to reject-reason
      end-if
   end-if.
   if date-ok is equal to "Y"
      move date-month-text to numeral-text
      perform convert-numeral-text
      if switch is equal to 1
         move sum1 to date-month
      else
         move "N" to date-ok
         move "bad month numeral" to reject-reason
      end-if
   end-if.
   if date-ok is equal to "Y"
      move date-year-text to numeral-text
      perform convert-numeral-text
      if switch is equal to 1
         move sum1 to date-year
      else
         move "N" to date-ok
         move "bad year numeral" to reject-reason
      end-if
   end-if.
   if date-ok is equal to "Y"
      if date-month is greater than 12
         move "N" to date-ok
         move "month out of range" to reject-reason
      end-if
   end-if.
*> a yyyymmdd date holds four digits of year - a vinculum year past
*> 9999 has nowhere to go
   if date-ok is equal to "Y"
      if date-year is greater than 9999
         move "N" to date-ok
         move "year out of range" to reject-reason
      end-if
   end-if.
   if date-ok is equal to "Y"
      perform find-month-length
      if date-day is greater than month-length
         move "N" to date-ok
         if date-month is equal to 2 and date-day is equal to 29
            move "not a leap year" to reject-reason
         else
            move "day out of range" to reject-reason
         end-if
      end-if
   end-if.
   if date-ok is equal to "Y"
      compute date-result =
         date-year * 10000 + date-month * 100 + date-day
      move 1 to switch
   else
      move 2 to switch
   end-if.

*> days in date-month of date-year - February takes its leap day in
*> a year divisible by 4, except a century year not divisible by 400
find-month-length.
   evaluate date-month
      when 4
      when 6
      when 9
      when 11
         move 30 to month-length
      when 2
         if function mod(date-year, 4) is equal to zero
               and (function mod(date-year, 100) is not equal to zero
                  or function mod(date-year, 400) is equal to zero)
            move 29 to month-length
         else
            move 28 to month-length
         end-if
      when other
         move 31 to month-length
   end-evaluate.

*> one of the keying bureau's control records applied - the header
*> notes what the file claims to contain, the trailer's roman-numeral
*> grand total converts through the same machinery as the data so a
   evaluate true
      when switch is not equal to 1
         move "INVALID" to csv-status
*> a converted calendar date carries its own status, so the rows feed
*> a date index without being taken for numeral values
      when date-side is equal to "Y"
         move "DATE" to csv-status
*> a duplicate of a normalized spelling reads DUPLICATE - the repeat
*> keying is the condition the data owner has to chase first
      when duplicate-flag is equal to "Y"
      when other
         move "VALID" to csv-status
   end-evaluate.
   evaluate true
      when dec-side is equal to "Y"
         move roman-result to csv-roman
         move orig-dec to csv-num-text
      when date-side is equal to "Y"
         move date-text to csv-roman
         move date-result to csv-num-text
      when other
      move array-area to csv-roman
      if switch is equal to 1
         move sum1 to csv-num-text
*> rather than show a bogus-looking number next to an INVALID row
         move zero to csv-num-text
      end-if
   end-evaluate.
   string function trim(csv-roman) delimited by size
         "," delimited by size
         function trim(csv-num-text) delimited by size
write-reject-line.
   move reject-reason to rej-reason.
   write reject-record.
*> a recycle's still-failing rows are items already on the queue
   if run-mode is not equal to 4 and queue-open is equal to "Y"
      perform register-reject
   end-if.

*> one reject registered on the work queue - its number is the reject
*> count so far, so a resume that re-writes a reject the aborted run
*> already registered lands on the same key and refreshes it instead
register-reject.
   move spaces to reject-queue-record.
   move input_file_name to rwq-source.
   move archive-gen to rwq-gen.
   move reject-count to rwq-seq.
   move rej-r to rwq-numeral.
   move reject-reason to rwq-reason.
   move run-stamp-date to rwq-first-date.
   move "O" to rwq-status.
   write reject-queue-record
      invalid key
         rewrite reject-queue-record
            invalid key
               display "reject queue write failed (status "
                  queue-status ")"
         end-rewrite
   end-write.

*> if a checkpoint from an earlier, abended run exists, pick up where it
*> left off instead of reprocessing the whole file
   write report-line.
*> mode 3's detail lines are arithmetic records, not roman/decimal
*> pairs, so its title and column headings describe that layout instead
   evaluate run-mode
      when 3
         display output-arith-title-line
         move output-arith-title-line to report-line
         write report-line
      when 8
         display output-date-title-line
         move output-date-title-line to report-line
         write report-line
      when other
         display output-title-line
         move output-title-line to report-line
         write report-line
   end-evaluate.
   display output-underline-1.
   move output-underline-1 to report-line.
   write report-line.
   evaluate run-mode
      when 3
         display output-arith-column-headings
         move output-arith-column-headings to report-line
         write report-line
      when 8
         display output-date-column-headings
         move output-date-column-headings to report-line
         write report-line
      when other
         display output-column-headings
         move output-column-headings to report-line
         write report-line
   end-evaluate.
   display output-underline-2.
   move output-underline-2 to report-line.
   write report-line.
      perform write-report-heading
   end-if.

*> detail line for a converted calendar date
write-date-line.
   move date-text to out-dt-r.
   move date-result to out-dt-iso.
   display output-date-record.
   move output-date-record to report-line.
   write report-line.
   add 1 to line-count.
   if line-count is greater than or equal to lines-per-page
      perform write-report-heading
   end-if.

*> detail line for a repeat keying - the numeral and value print as
*> converted, the DUPLICATE flag sends the data owner to the source
write-duplicate-line.
   write runlog-record.
   close runlog-file.

*> the reject queue is created empty on first use - like the master, a
*> queue that won't open must not stop the night's conversion
open-reject-queue.
   call "CBL_CHECK_FILE_EXIST" using reject_queue_name file-info.
   if return-code is not equal to zero
      open output reject-queue-file
      close reject-queue-file
   end-if.
   open i-o reject-queue-file.
   if queue-status is equal to "00"
      move "Y" to queue-open
   else
      move "N" to queue-open
      display "reject queue unavailable (status " queue-status
         ") - continuing without it"
   end-if.

*> the source file and generation a recycle's .REJ belongs to - every
*> ".REJ" peeled off (a second recycle reads NAME.Gnn.REJ.REJ), then
*> the ".Gnn" - and the reject numbers still open there, in order
load-open-rejects.
   move zero to open-item-count.
   move zero to queue-closed-count.
   move "N" to queue-gen-known.
   move input_file_name to queue-source.
   move "N" to queue-strip-done.
   move zero to rej-suffix-count.
   perform strip-one-rej-suffix
      until queue-strip-done is equal to "Y".
   compute queue-name-len =
      function length(function trim(queue-source)).
   if queue-name-len is greater than 4
      if queue-source(queue-name-len - 3:2) is equal to ".G"
            and queue-source(queue-name-len - 1:2) is numeric
         move queue-source(queue-name-len - 1:2) to queue-gen
         move queue-source(1:queue-name-len - 4) to gen-check-name
         move gen-check-name to queue-source
         move "Y" to queue-gen-known
      end-if
   end-if.
   if queue-gen-known is equal to "Y" and queue-open is equal to "Y"
      move queue-source to rwq-source
      move queue-gen to rwq-gen
      move zero to rwq-seq
      start reject-queue-file key is not less than rwq-key
         invalid key move 1 to queue-eof
         not invalid key move 0 to queue-eof
      end-start
      perform load-one-open-reject
         until queue-eof is equal to 1
   end-if.

strip-one-rej-suffix.
   compute queue-name-len =
      function length(function trim(queue-source)).
   if queue-name-len is greater than 4
      if queue-source(queue-name-len - 3:4) is equal to ".REJ"
         move queue-source(1:queue-name-len - 4) to gen-check-name
         move gen-check-name to queue-source
         add 1 to rej-suffix-count
      else
         move "Y" to queue-strip-done
      end-if
   else
      move "Y" to queue-strip-done
   end-if.

load-one-open-reject.
   read reject-queue-file next record
      at end move 1 to queue-eof
   end-read.
   if queue-eof is not equal to 1
      if rwq-source is not equal to queue-source
            or rwq-gen is not equal to queue-gen
         move 1 to queue-eof
      else
         if rwq-status is equal to "O"
               and open-item-count is less than 5000
            add 1 to open-item-count
            move rwq-seq to open-item-seq(open-item-count)
         end-if
      end-if
   end-if.

*> the recycled row in hand converted cleanly - the item it stands for
*> is closed with the repair date and the corrected numeral - a row of
*> the run's own .REJ is the reject of the same number, a row of a
*> later .REJ.REJ the open item of its place - an item an earlier
*> recycle already closed stays as that recycle closed it
close-repaired-reject.
   move zero to rwq-seq.
   if rej-suffix-count is equal to 1
      move records-read to rwq-seq
   else
      if records-read is not greater than open-item-count
         move open-item-seq(records-read) to rwq-seq
      end-if
   end-if.
   if queue-open is equal to "Y" and queue-gen-known is equal to "Y"
         and rwq-seq is greater than zero
      move queue-source to rwq-source
      move queue-gen to rwq-gen
      read reject-queue-file
         invalid key continue
         not invalid key
            if rwq-status is equal to "O"
               move "C" to rwq-status
               move run-stamp-date to rwq-closed-date
               if date-side is equal to "Y"
                  move date-text to rwq-repaired
               else
                  move array-area to rwq-repaired
               end-if
               rewrite reject-queue-record
                  invalid key continue
                  not invalid key add 1 to queue-closed-count
               end-rewrite
            end-if
      end-read
   end-if.

*> the numeral master lives beside the runlog as permanent cross-run
*> state - created empty on first use, opened shared-update after
open-numeral-master.
            compute profile-num =
               function numval(profile-record)
            if profile-num is greater than zero
                  and profile-num is less than 9
               move profile-num to run-mode
            end-if
         end-if
               move profile-num to retention-count
            end-if
         end-if
*> the operator the unattended run goes out under - the schedule's own
*> id, granted only the modes the overnight jobs need
      when 10
         move profile-record to operator-id
*> Y asks to post into a closed date - honored only for an operator
*> granted the reopen
      when 11
         if profile-record(1:1) is equal to "Y"
               or profile-record(1:1) is equal to "y"
            move "Y" to reopen-switch
         end-if
      when other
         continue
   end-evaluate.

*> the operator id is looked up on the authorization file and the run
*> mode checked against its grants - a missing file, an unknown id or
*> a mode not granted refuses the run outright, logged for the
*> auditors, before any archive, checkpoint or master is touched
check-operator-authority.
   if operator-id is equal to spaces
         and profile-switch is not equal to "Y"
      display " operator id "
      accept operator-id from console
   end-if.
   move run-mode to run-mode-digit.
   move spaces to security-action.
   string "RUN MODE " delimited by size
         run-mode-digit delimited by size
      into security-action.
   if operator-id is equal to spaces
      move "no operator id given" to security-reason
      perform refuse-run
   end-if.
   perform find-operator-entry.
   if operator-found is not equal to "Y"
      move "not on the authorization file" to security-reason
      perform refuse-run
   end-if.
   move zero to mode-grant-count.
   inspect operator-modes tallying mode-grant-count
      for all run-mode-digit.
   if mode-grant-count is equal to zero
      move "mode not granted" to security-reason
      perform refuse-run
   end-if.

*> operator-found comes back Y with the grants in operator-modes and
*> operator-actions when operator-id is on the authorization file
find-operator-entry.
   move "N" to operator-found.
   move spaces to operator-modes.
   move spaces to operator-actions.
   call "CBL_CHECK_FILE_EXIST" using operator_file_name file-info.
   if return-code is equal to zero
      open input operator-file
      move 0 to operator-eof
      perform read-one-operator
         until operator-eof is equal to 1
            or operator-found is equal to "Y"
      close operator-file
   end-if.

read-one-operator.
   read operator-file
      at end move 1 to operator-eof
   end-read.
   if operator-eof is not equal to 1
      if aut-operator is equal to operator-id
         move "Y" to operator-found
         move aut-modes to operator-modes
         move aut-actions to operator-actions
      end-if
   end-if.

*> the refusal is logged and the run ends here with the input-problem
*> code - no report, no run-history record, nothing to undo
refuse-run.
   display "not authorized: " security-action " - " security-reason.
   perform write-security-violation.
   move 8 to return-code.
   stop run.

*> the run date looked up on the period control file - a closed date
*> refuses the run unless a reopen is asked for and granted, and a
*> granted reopen is recorded there against the file it posts
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
   if period-closed is equal to "Y"
      display "posting date " run-stamp-date " is closed"
      if profile-switch is not equal to "Y"
         display " post into the closed date under a reopen? (Y/N) "
         accept reopen-switch from console
         if reopen-switch is equal to "y"
            move "Y" to reopen-switch
         end-if
      end-if
      if reopen-switch is not equal to "Y"
         display "run refused - the GL extract would post into a "
            "closed date"
         move 8 to return-code
         stop run
      end-if
      move zero to reopen-grant-count
      inspect operator-actions tallying reopen-grant-count
         for all "O"
      if reopen-grant-count is equal to zero
         move spaces to security-action
         string "REOPEN " delimited by size
               run-stamp-date delimited by size
            into security-action
         move "reopen not granted" to security-reason
         perform refuse-run
      end-if
      perform write-reopen-record
      display "posting into the closed date under a reopen"
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

*> the reopened posting appended to the period control file so finance
*> sees what went into the day after it was signed off
write-reopen-record.
   open extend period-file.
   move spaces to period-record.
   move run-stamp-date to pc-date.
   move "R" to pc-action.
   move run-stamp-date to pc-stamp-date.
   move run-stamp-time(1:6) to pc-stamp-time.
   move operator-id to pc-operator.
   if batch-switch is equal to "Y"
      move control_file_name to pc-file
   else
      move input_file_name to pc-file
   end-if.
   write period-record.
   close period-file.

*> one refused attempt appended to the permanent security log
write-security-violation.
   call "CBL_CHECK_FILE_EXIST" using security_log_name file-info.
   if return-code is equal to zero
      open extend security-log-file
   else
      open output security-log-file
   end-if.
   move spaces to security-record.
   move run-stamp-date to sec-date.
   move run-stamp-time(1:6) to sec-time.
   move operator-id to sec-operator.
   move "ROMAN2DEC" to sec-program.
   move security-action to sec-action.
   move security-reason to sec-reason.
   write security-record.
   close security-log-file.

*> cobol way to get user to input a file
get_file_name.
 display "welcome to the roman numeral conversion:"
 display "             5 = numeral master inquiry "
 display "             6 = mixed file (R/D/A type-coded records) "
 display "             7 = compare two keyings of one ledger "
 display "             8 = roman calendar dates (day.month.year) "
    accept run-mode from console.
    if run-mode is not equal to 1 and run-mode is not equal to 2
          and run-mode is not equal to 3 and run-mode is not equal to 4
          and run-mode is not equal to 5 and run-mode is not equal to 6
          and run-mode is not equal to 7 and run-mode is not equal to 8
       move 1 to run-mode
    end-if.
*> the lenient question only matters where roman numerals get read in
    if run-mode is equal to 1 or run-mode is equal to 3
          or run-mode is equal to 4 or run-mode is equal to 6
          or run-mode is equal to 7 or run-mode is equal to 8
       display " accept additive-form numerals (IIII, XXXX)? (Y/N) "
       accept lenient-switch from console
       if lenient-switch is equal to "y"
*> all former rejects and a compare has no reject file, so neither asks
    if run-mode is equal to 1 or run-mode is equal to 2
          or run-mode is equal to 3 or run-mode is equal to 6
          or run-mode is equal to 8
       display " reject-rate abort threshold, percent (0 = off) "
       accept reject-limit-pct from console
    end-if.
