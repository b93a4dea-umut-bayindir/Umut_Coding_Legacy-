identification division.
program-id. ledger-key.
*> guided keying for the bureau's ledger files - prompts for the
*> header details, then takes the numerals one at a time and proves
*> each against the conversion program's own grammar as it is keyed,
*> so a typo is re-keyed at the terminal instead of coming back the
*> next morning as a reject or an out-of-balance verdict - the file
*> it writes carries a header with the true record count and a
*> trailer spelling the true ledger total, framed exactly the way the
*> conversion program's balance check reads them, and the name can go
*> straight onto a batch control file for the night's run - every
*> accepted entry is saved to a keying work file as it is keyed, so a
*> session broken off partway resumes where it stopped

environment division.


input-output section.
file-control.
*> the ledger file being built - the conversion program's input
   select input-file
      assign to dynamic input_file_name
      organization is line sequential.

*> keying work file, NAME.KWK - the header details and every entry
*> accepted so far, one record each, kept until the ledger file is
*> written
   select work-file
      assign to dynamic work_file_name
      organization is line sequential.

*> the nightly batch control file the finished ledger is listed on
   select control-file
      assign to dynamic control_file_name
      organization is line sequential.

data division.


file section.
*> conversion-program input record - the conversion program owns this
*> layout, a change there must be mirrored here
   fd input-file.
   01 input-data.
      02 in-r      pic x(30).

   fd work-file.
   01 work-record  pic x(30).

   fd control-file.
   01 control-record pic x(30).



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
77 input_file_name   pic x(30).
77 work_file_name    pic x(30).
77 control_file_name pic x(30).
77 run-stamp-date    pic x(8).
77 answer            pic x      value space.
77 work-eof          pic 9      value zero.
77 control-eof       pic 9      value zero.
*> Y once an unfinished keying of this file has been read back in
77 resume-switch     pic x      value "N".
77 keying-done       pic x      value "N".
77 already-listed    pic x      value "N".
*> header details as the keyer gives them - checked before use, the
*> ledger id for its width and the keying date against the calendar
77 ledger-text       pic x(20).
77 ledger-ok         pic x      value "N".
77 key-date-text     pic x(10).
77 key-date-num      pic 9(8)   value zero.
77 key-date-ok       pic x      value "N".
77 ledger-id         pic x(8)   value spaces.
77 keying-date       pic x(8)   value spaces.
*> one entry as keyed - wider than a numeral so an over-long line is
*> caught rather than silently cut to 30 characters
77 keyed-text        pic x(40).
77 keyed-len         pic s9(3)  comp.
77 space-count       pic s9(3)  comp.
77 next-entry        pic 9(6)   value zero.
77 entry-idx         pic s9(5)  comp.
77 entry-count       pic 9(6)   value zero.
77 entry-max         pic 9(6)   value 9999.
77 running-total     pic 9(9)   value zero.
77 new-total         pic 9(9)   value zero.
*> the trailer carries the ledger total as a numeral in 27 characters,
*> so a total past 3,999,999 or one whose spelling is wider than that
*> could never balance - an entry that would take the file there is
*> refused and the rest of the ledger keyed into another file
77 total-roman       pic x(30).
77 total-roman-len   pic s9(3)  comp.
*> the entries accepted so far - kept so the last one can be
*> cancelled and the work file rewritten without it
01 entry-table.
   02 entry-item occurs 9999 times.
      03 ent-numeral  pic x(30).
      03 ent-value    pic 9(7).

*> the conversion program's header and trailer records - "HDR", the
*> ledger id, the keying date and the record count, and "TRL" with
*> the ledger total spelled as a numeral - its balance check reads
*> these columns, a change there must be mirrored here
01 ledger-header-record.
   02 filler          pic x(3)   value "HDR".
   02 lh-ledger-id    pic x(8).
   02 lh-keying-date  pic x(8).
   02 lh-count        pic 9(6).
   02 filler          pic x(5)   value spaces.
01 ledger-trailer-record.
   02 filler          pic x(3)   value "TRL".
   02 lt-total        pic x(27).
*> the work file's first record - a header with no count yet and the
*> lenient answer the session was keyed under
01 work-header-record.
   02 filler          pic x(3)   value "HDR".
   02 wh-ledger-id    pic x(8).
   02 wh-keying-date  pic x(8).
   02 filler          pic x(6)   value spaces.
   02 wh-lenient      pic x(1).
   02 filler          pic x(4)   value spaces.

*> the conversion program's grammar fields - the paragraphs that use
*> them are its own, carried over unchanged, so a change to its rules
*> must be mirrored here
77 switch       pic 9.
77 n 	        pic s9(2)  comp.
77 sum1         pic s9(8)  comp.
77 i            pic s9(2)  comp.
77 prev         pic s9(4)  comp.
77 d            pic s9(4)  comp.
77 prev-letter    pic x      value space.
77 rep-count      pic s9(2)  comp value zero.
77 last-rep-count pic s9(2)  comp value zero.
77 valid-pair     pic 9      value zero.
77 seen-v         pic 9      value zero.
77 seen-l         pic 9      value zero.
77 seen-d         pic 9      value zero.
77 consumed-i     pic 9      value zero.
77 consumed-x     pic 9      value zero.
77 consumed-c     pic 9      value zero.
*> Y accepts the additive spellings (IIII, XXXX...) a lenient run
*> accepts - only to be answered Y when the night's run is lenient
77 lenient-switch pic x      value "N".
77 normalized-flag pic x     value "N".
77 reject-reason  pic x(20)  value spaces.
01 array-area.
   02 r         pic x(1)   occurs 31 times.
77 numeral-text  pic x(30).
01 roman-table.
   02 rv-entry occurs 13 times.
      03 rv-value  pic s9(4)  comp.
      03 rv-symbol pic x(2).
77 rv-idx        pic s9(2)  comp.
77 work-dec      pic s9(7)  comp.
77 roman-ptr     pic s9(3)  comp.
77 vinculum-low  pic s9(4)  comp.
77 vinculum-part pic s9(8)  comp.
77 close-pos     pic s9(2)  comp.
77 vin-tail-start pic s9(2) comp.
01 roman-result  pic x(30).
01 output-error-mess.
   02 filler       pic x      value space.
   02 out-er-r     pic x(30).
   02 filler       pic x(3)   value spaces.
   02 out-er-reason pic x(20).

01 key-entry-line.
   02 filler          pic x(2)   value spaces.
   02 out-key-no      pic z(5)9.
   02 filler          pic x(2)   value spaces.
   02 out-key-numeral pic x(30).
   02 filler          pic x(3)   value " = ".
   02 out-key-value   pic z(6)9.
   02 filler          pic x(9)   value "   total ".
   02 out-key-total   pic z(6)9.
01 key-count-line.
   02 filler          pic x(22)  value "  entries keyed:      ".
   02 out-kc-count    pic z(5)9.
01 key-total-line.
   02 filler          pic x(22)  value "  ledger total:       ".
   02 out-kt-total    pic z(6)9.
01 key-trailer-line.
   02 filler          pic x(22)  value "  trailer numeral:    ".
   02 out-kt-roman    pic x(27).



procedure division.

accept run-stamp-date from date yyyymmdd.
display "ledger keying".
perform init-roman-table.
display " ledger file to build (e.g. LEDGER07.TXT) ".
accept input_file_name from console.
if input_file_name is equal to spaces
   display "a file name is required - ending"
   move 8 to return-code
   stop run
end-if.
move spaces to work_file_name.
string function trim(input_file_name) delimited by size
      ".KWK" delimited by size
   into work_file_name.
*> a keying broken off partway left its work file behind - offer to
*> carry on from the last entry it saved
call "CBL_CHECK_FILE_EXIST" using work_file_name file-info.
if return-code is equal to zero
   display " unfinished keying found for "
      function trim(input_file_name) " - resume it? (Y/N) "
   accept answer from console
   if answer is equal to "Y" or answer is equal to "y"
      perform resume-work-file
   else
      display "  the unfinished keying will be replaced"
   end-if
end-if.
if resume-switch is not equal to "Y"
   call "CBL_CHECK_FILE_EXIST" using input_file_name file-info
   if return-code is equal to zero
      display " " function trim(input_file_name)
         " already exists - replace it? (Y/N) "
      accept answer from console
      if answer is not equal to "Y" and answer is not equal to "y"
         display "nothing keyed - " function trim(input_file_name)
            " left as it was"
         move 4 to return-code
         stop run
      end-if
   end-if
   move "N" to ledger-ok
   perform get-ledger-id
      until ledger-ok is equal to "Y"
   move "N" to key-date-ok
   perform get-keying-date
      until key-date-ok is equal to "Y"
   display " accept additive spellings like IIII? (Y/N - only "
      "when the night's run is lenient) "
   accept answer from console
   if answer is equal to "Y" or answer is equal to "y"
      move "Y" to lenient-switch
   end-if
   perform rewrite-work-file
end-if.
display " ".
display " ledger " ledger-id "  keyed " keying-date.
display " key one numeral per entry - a minus sign (-) cancels the ".
display " last entry, a blank entry finishes the file ".
move "N" to keying-done.
perform key-one-entry
   until keying-done is equal to "Y".
if entry-count is equal to zero
   display "nothing keyed - no ledger file written"
   call "CBL_DELETE_FILE" using work_file_name
   move 4 to return-code
   stop run
end-if.
display "  ---------------------------- ".
move entry-count to out-kc-count.
display key-count-line.
move running-total to out-kt-total.
display key-total-line.
move total-roman to out-kt-roman.
display key-trailer-line.
display " write " function trim(input_file_name)
   " now? (Y/N - N keeps the keying to resume later) ".
accept answer from console.
if answer is not equal to "Y" and answer is not equal to "y"
   display "keying kept in " function trim(work_file_name)
      " - run again to resume it"
   move 4 to return-code
   stop run
end-if.
perform write-ledger-file.
call "CBL_DELETE_FILE" using work_file_name.
display "  " function trim(input_file_name) " written - "
   out-kc-count " records framed by header and trailer".
perform offer-control-file.
*> the file calls above write into return-code themselves
move zero to return-code.
stop run.

*> the ledger id goes into eight header columns - a blank or wider
*> id is asked for again
get-ledger-id.
   display " ledger id (up to 8 characters) ".
   move spaces to ledger-text.
   accept ledger-text from console.
   if ledger-text is equal to spaces
      display "  a ledger id is required"
   else
      if function length(function trim(ledger-text)) is greater than 8
         display "  a ledger id is 8 characters at most"
      else
         move function trim(ledger-text) to ledger-id
         move "Y" to ledger-ok
      end-if
   end-if.

*> the keying date as yyyymmdd, blank for today - it must be a real
*> calendar date, not just eight digits
get-keying-date.
   display " keying date (yyyymmdd, blank = today) ".
   move spaces to key-date-text.
   accept key-date-text from console.
   if key-date-text is equal to spaces
      move run-stamp-date to key-date-text
   end-if.
   if key-date-text(1:8) is not numeric
         or key-date-text(9:2) is not equal to spaces
      display "  not a date: " key-date-text
   else
      move key-date-text(1:8) to key-date-num
      if function test-date-yyyymmdd(key-date-num)
            is not equal to zero
         display "  not a date: " key-date-text
      else
         move key-date-text(1:8) to keying-date
         move "Y" to key-date-ok
      end-if
   end-if.

*> reads an unfinished keying back - the header details and lenient
*> answer from its first record, then every entry it saved, each
*> proved again so the running total is rebuilt from the numerals
*> themselves
resume-work-file.
   open input work-file.
   move zero to work-eof.
   read work-file
      at end move 1 to work-eof
   end-read.
   if work-eof is equal to zero and work-record(1:3) is equal to "HDR"
      move work-record to work-header-record
      move wh-ledger-id to ledger-id
      move wh-keying-date to keying-date
      move wh-lenient to lenient-switch
      move "Y" to resume-switch
      read work-file
         at end move 1 to work-eof
      end-read
      perform resume-one-entry
         until work-eof is equal to 1
   else
      display "  unfinished keying unreadable - starting afresh"
   end-if.
   close work-file.
   if resume-switch is equal to "Y"
      move entry-count to out-kc-count
      display "  resumed after entry " out-kc-count
      move running-total to out-kt-total
      display key-total-line
   end-if.

*> one saved entry taken back into the table
resume-one-entry.
   move work-record to numeral-text.
   perform convert-numeral-text.
   if switch is equal to 1 and entry-count is less than entry-max
      add 1 to entry-count
      move numeral-text to ent-numeral(entry-count)
      move sum1 to ent-value(entry-count)
      add sum1 to running-total
   else
      display "  saved entry dropped: " numeral-text
   end-if.
   read work-file
      at end move 1 to work-eof
   end-read.
   if running-total is greater than zero
      move running-total to work-dec
      move spaces to roman-result
      perform value-to-roman
      move roman-result to total-roman
   end-if.

*> one entry keyed - a blank finishes, a minus cancels the last
*> entry, anything else is proved as a numeral
key-one-entry.
   if entry-count is not less than entry-max
      display "  the file is full at " entry-max
         " entries - finish it and key the rest into another"
      move "Y" to keying-done
   else
      compute next-entry = entry-count + 1
      move next-entry to out-key-no
      display " entry " out-key-no " numeral? "
      move spaces to keyed-text
      accept keyed-text from console
      evaluate true
         when keyed-text is equal to spaces
            move "Y" to keying-done
         when function trim(keyed-text) is equal to "-"
            perform cancel-last-entry
         when other
            perform check-keyed-numeral
      end-evaluate
   end-if.

*> the keyed entry run through the conversion program's grammar - a
*> numeral the night's run would reject is refused here with the same
*> reason, and one that would take the trailer past what it can carry
*> is refused too
check-keyed-numeral.
   inspect keyed-text converting "ivxlcdm" to "IVXLCDM".
   move function trim(keyed-text) to keyed-text.
   compute keyed-len = function length(function trim(keyed-text)).
   move zero to space-count.
   inspect keyed-text(1:keyed-len) tallying space-count for all space.
   move spaces to reject-reason.
   move 1 to switch.
   if keyed-len is greater than 30
      move "numeral too long" to reject-reason
   else
      if space-count is greater than zero
         move "embedded space" to reject-reason
      end-if
   end-if.
   if reject-reason is not equal to spaces
      move 2 to switch
      move keyed-text to out-er-r
      move reject-reason to out-er-reason
      display output-error-mess
   else
      move keyed-text to numeral-text
      perform convert-numeral-text
   end-if.
   if switch is equal to 1
      move "N" to normalized-flag
      if lenient-switch is equal to "Y"
         perform check-normalized
      end-if
      perform check-new-total
   end-if.
   if switch is equal to 1
      perform accept-keyed-entry
   else
      display "  re-key entry " out-key-no
   end-if.

*> the running total with this entry added must still spell inside the
*> trailer's 27 columns, or the entry is refused
check-new-total.
   compute new-total = running-total + sum1.
   move spaces to roman-result.
   if new-total is not greater than 3999999
      move new-total to work-dec
      perform value-to-roman
   end-if.
   compute total-roman-len =
      function length(function trim(roman-result)).
   if new-total is greater than 3999999 or roman-result is equal to spaces
         or total-roman-len is greater than 27
      move 2 to switch
      display "  " function trim(numeral-text)
         " would take the ledger total past what the trailer can"
      display "  carry - finish this file and key the rest into another"
   end-if.

*> an accepted entry goes into the table and the total, and is saved
*> to the work file at once
accept-keyed-entry.
   move roman-result to total-roman.
   add 1 to entry-count.
   move numeral-text to ent-numeral(entry-count).
   move sum1 to ent-value(entry-count).
   move new-total to running-total.
   open extend work-file.
   move numeral-text to work-record.
   write work-record.
   close work-file.
   move entry-count to out-key-no.
   move numeral-text to out-key-numeral.
   move sum1 to out-key-value.
   move running-total to out-key-total.
   display key-entry-line.
   if normalized-flag is equal to "Y"
      display "  additive spelling - the night's run will report it "
         "NORMALIZED"
   end-if.

*> takes the last entry back out of the table and the total, and
*> rewrites the work file without it
cancel-last-entry.
   if entry-count is equal to zero
      display "  nothing to cancel"
   else
      move entry-count to out-key-no
      display "  entry " out-key-no " cancelled: "
         ent-numeral(entry-count)
      subtract ent-value(entry-count) from running-total
      subtract 1 from entry-count
      move spaces to total-roman
      if running-total is greater than zero
         move running-total to work-dec
         move spaces to roman-result
         perform value-to-roman
         move roman-result to total-roman
      end-if
      perform rewrite-work-file
   end-if.

*> the work file written afresh - its header, then every entry still
*> standing
rewrite-work-file.
   open output work-file.
   move ledger-id to wh-ledger-id.
   move keying-date to wh-keying-date.
   move lenient-switch to wh-lenient.
   move work-header-record to work-record.
   write work-record.
   perform write-one-work-entry
      varying entry-idx from 1 by 1
      until entry-idx is greater than entry-count.
   close work-file.

write-one-work-entry.
   move ent-numeral(entry-idx) to work-record.
   write work-record.

*> the finished ledger file - header with the true record count, the
*> entries in keying order, trailer with the ledger total as a numeral
write-ledger-file.
   open output input-file.
   move ledger-id to lh-ledger-id.
   move keying-date to lh-keying-date.
   move entry-count to lh-count.
   move ledger-header-record to in-r.
   write input-data.
   perform write-one-ledger-entry
      varying entry-idx from 1 by 1
      until entry-idx is greater than entry-count.
   move total-roman to lt-total.
   move ledger-trailer-record to in-r.
   write input-data.
   close input-file.

write-one-ledger-entry.
   move ent-numeral(entry-idx) to in-r.
   write input-data.

*> lists the finished file on a batch control file for the night's
*> run - created if it doesn't exist yet, left alone if the file is
*> already on it
offer-control-file.
   display " add it to a batch control file? (control file name, "
      "blank = no) ".
   move spaces to control_file_name.
   accept control_file_name from console.
   if control_file_name is not equal to spaces
      move "N" to already-listed
      call "CBL_CHECK_FILE_EXIST" using control_file_name file-info
      if return-code is equal to zero
         open input control-file
         move zero to control-eof
         perform check-one-control-entry
            until control-eof is equal to 1
         close control-file
      end-if
      if already-listed is equal to "Y"
         display "  " function trim(input_file_name) " is already on "
            function trim(control_file_name)
      else
         perform add-control-entry
      end-if
   end-if.

*> the file name appended to the control file, or the control file
*> started with it
add-control-entry.
   call "CBL_CHECK_FILE_EXIST" using control_file_name file-info.
   if return-code is equal to zero
      open extend control-file
   else
      open output control-file
   end-if.
   move input_file_name to control-record.
   write control-record.
   close control-file.
   display "  " function trim(input_file_name) " added to "
      function trim(control_file_name).

check-one-control-entry.
   read control-file
      at end move 1 to control-eof
   end-read.
   if control-eof is equal to zero
         and control-record is equal to input_file_name
      move "Y" to already-listed
   end-if.

*> runs one numeral through the same array-area/conv machinery the
*> conversion program uses, leaving its value in sum1 and its
*> validity in switch
convert-numeral-text.
   move numeral-text to array-area.
   move 1 to n.
   perform search-loop
      until r(n) is equal to space.
   compute n = n - 1.
   perform conv.

*> builds the roman spelling for work-dec - assumes work-dec is set to
*> 1 thru 3999999 and roman-result has been cleared by the caller - a
*> value above 3999 spells its thousands-part inside the vinculum
*> marks first, "(V)" being 5000
value-to-roman.
   move 1 to roman-ptr.
   if work-dec is greater than 3999
      compute vinculum-low = function mod(work-dec, 1000)
      compute work-dec = (work-dec - vinculum-low) / 1000
      string "(" delimited by size
         into roman-result
         with pointer roman-ptr
      end-string
      perform roman-greedy-loop
      string ")" delimited by size
         into roman-result
         with pointer roman-ptr
      end-string
      move vinculum-low to work-dec
   end-if.
   if work-dec is greater than zero
      perform roman-greedy-loop
   end-if.

*> one part's worth of the greedy walk - roman-ptr carries on from
*> wherever the caller left it
roman-greedy-loop.
   move 1 to rv-idx.
   perform until work-dec is equal to zero
      if work-dec is greater than or equal to rv-value(rv-idx)
         subtract rv-value(rv-idx) from work-dec
         string rv-symbol(rv-idx) delimited by space
            into roman-result
            with pointer roman-ptr
         end-string
      else
         add 1 to rv-idx
      end-if
   end-perform.

*> an additive spelling converts cleanly but differs from the canonical
*> spelling of its value - spell the value back out through the greedy
*> table and compare
check-normalized.
   move sum1 to work-dec.
   move spaces to roman-result.
   perform value-to-roman.
   move array-area to numeral-text.
   if roman-result is not equal to numeral-text
      move "Y" to normalized-flag
   end-if.

*> the table is fixed, so load it once up front rather than re-building it
init-roman-table.
   move 1000 to rv-value(1).  move "M"  to rv-symbol(1).
   move 900  to rv-value(2).  move "CM" to rv-symbol(2).
   move 500  to rv-value(3).  move "D"  to rv-symbol(3).
   move 400  to rv-value(4).  move "CD" to rv-symbol(4).
   move 100  to rv-value(5).  move "C"  to rv-symbol(5).
   move 90   to rv-value(6).  move "XC" to rv-symbol(6).
   move 50   to rv-value(7).  move "L"  to rv-symbol(7).
   move 40   to rv-value(8).  move "XL" to rv-symbol(8).
   move 10   to rv-value(9).  move "X"  to rv-symbol(9).
   move 9    to rv-value(10). move "IX" to rv-symbol(10).
   move 5    to rv-value(11). move "V"  to rv-symbol(11).
   move 4    to rv-value(12). move "IV" to rv-symbol(12).
   move 1    to rv-value(13). move "I"  to rv-symbol(13).

search-loop.
   compute n = n + 1.

conv.
   move zero to sum1.
   move 1 to switch.
   move spaces to reject-reason.
   perform init-numeral-state.
*> a numeral opening with the vinculum mark carries its thousands-part
*> inside the marks - "(V)" is 5000 - everything after the closing
*> mark is an ordinary numeral below 4000
   if n is greater than zero and r(1) is equal to "("
      perform conv-vinculum
   else
      perform conversion-loop
         varying i from 1 by 1
         until i is greater than n or
            switch is equal to 2
   end-if.

*> the shape-validation state, cleared per numeral part - the part
*> after the vinculum marks starts its grammar afresh
init-numeral-state.
   move 1001 to prev.
   move space to prev-letter.
   move zero to rep-count.
   move zero to last-rep-count.
   move zero to seen-v.
   move zero to seen-l.
   move zero to seen-d.
   move zero to consumed-i.
   move zero to consumed-x.
   move zero to consumed-c.

*> converts a vinculum-marked numeral - the thousands-part between the
*> marks goes through the ordinary grammar, gets scaled, then the tail
*> after the closing mark converts with the grammar state reset
conv-vinculum.
   move zero to close-pos.
   perform locate-close-mark
      varying i from 2 by 1
      until i is greater than n or close-pos is greater than zero.
   if close-pos is equal to zero or close-pos is equal to 2
      move 2 to switch
      move "bad vinculum" to reject-reason
      move array-area to out-er-r
      move reject-reason to out-er-reason
      display output-error-mess
   else
      perform conversion-loop
         varying i from 2 by 1
         until i is greater than close-pos - 1 or
            switch is equal to 2
      if switch is not equal to 2
         compute vinculum-part = sum1 * 1000
         move zero to sum1
         perform init-numeral-state
         compute vin-tail-start = close-pos + 1
         perform conversion-loop
            varying i from vin-tail-start by 1
            until i is greater than n or
               switch is equal to 2
         if switch is not equal to 2
            add vinculum-part to sum1
         end-if
      end-if
   end-if.

*> one character of the scan for the closing vinculum mark
locate-close-mark.
   if r(i) is equal to ")"
      move i to close-pos
   end-if.

conversion-loop.
   evaluate r(i)
      when "I" move 1 to d
      when "V" move 5 to d
      when "X" move 10 to d
      when "L" move 50 to d
      when "C" move 100 to d
      when "D" move 500 to d
      when "M" move 1000 to d
      when other
         move 2 to switch
         move "bad character" to reject-reason
   end-evaluate.
   if switch not equal to 2
      perform check-numeral-rules
   end-if.
   if switch not equal to 2
      add d to sum1
      if d > prev
         compute sum1 = sum1 - 2 * prev
      end-if
      move d to prev
      move r(i) to prev-letter
   end-if.
   if switch is equal to 2
      move array-area to out-er-r
      move reject-reason to out-er-reason
      display output-error-mess
   end-if.

*> enforces the real roman-numeral grammar: at most 3 repeats of I/X/C/M,
*> V/L/D never repeat, and only I/X/C may act as a subtractive prefix and
*> only for the next two symbols up - anything else is a malformed numeral
check-numeral-rules.
   if r(i) is equal to prev-letter
      add 1 to rep-count
   else
      move rep-count to last-rep-count
      move 1 to rep-count
   end-if.
*> strict grammar caps a run at 3 - the lenient toggle also accepts the
*> additive fourth repeat of I, X, C or M and nothing looser
   if rep-count > 3
      if lenient-switch is equal to "Y"
            and rep-count is equal to 4
            and (r(i) is equal to "I" or r(i) is equal to "X"
               or r(i) is equal to "C" or r(i) is equal to "M")
         continue
      else
         move 2 to switch
         move "bad sequence" to reject-reason
      end-if
   end-if.
*> V, L and D may only appear once in the whole numeral
   if switch not equal to 2
      evaluate r(i)
         when "V"
            if seen-v = 1
               move 2 to switch
               move "bad sequence" to reject-reason
            else
               move 1 to seen-v
            end-if
         when "L"
            if seen-l = 1
               move 2 to switch
               move "bad sequence" to reject-reason
            else
               move 1 to seen-l
            end-if
         when "D"
            if seen-d = 1
               move 2 to switch
               move "bad sequence" to reject-reason
            else
               move 1 to seen-d
            end-if
         when other
            continue
      end-evaluate
   end-if.
*> a symbol that already served as the smaller/prefix half of one
*> subtractive pair may not appear again except as the larger half of
*> a later pair - catches "IVI", "IXI" and "XCX"
   if switch not equal to 2 and d is not greater than prev
      if (r(i) = "I" and consumed-i = 1)
         or (r(i) = "X" and consumed-x = 1)
         or (r(i) = "C" and consumed-c = 1)
         move 2 to switch
         move "bad sequence" to reject-reason
      end-if
   end-if.
   if switch not equal to 2 and d > prev
      move zero to valid-pair
      if prev-letter = "I" and (r(i) = "V" or r(i) = "X")
         move 1 to valid-pair
      end-if
      if prev-letter = "X" and (r(i) = "L" or r(i) = "C")
         move 1 to valid-pair
      end-if
      if prev-letter = "C" and (r(i) = "D" or r(i) = "M")
         move 1 to valid-pair
      end-if
      if valid-pair = zero
         move 2 to switch
         move "bad sequence" to reject-reason
      end-if
      if valid-pair = 1 and last-rep-count > 1
         move 2 to switch
         move "bad sequence" to reject-reason
      end-if
      if switch not equal to 2 and valid-pair = 1
         evaluate prev-letter
            when "I" move 1 to consumed-i
            when "X" move 1 to consumed-x
            when "C" move 1 to consumed-c
            when other continue
         end-evaluate
      end-if
   end-if.
