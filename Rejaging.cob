identification division.
program-id. reject-aging.
*> aging report over the outstanding reject work queue - lists every
*> reject no recycle has repaired yet with the days it has been
*> outstanding, then breaks the open items down by reject reason and
*> by source file into age buckets (0-7, 8-30, 31-60, 61-90 and over
*> 90 days), so the data owners get chased for the oldest items first
*> instead of whatever failed last night

environment division.


input-output section.
file-control.
*> the queue the conversion program registers every reject on - read
*> here end to end in key order, never updated
   select reject-queue-file
      assign to dynamic reject_queue_name
      organization is indexed
      access mode is sequential
      record key is rwq-key
      file status is queue-status.

*> archive copy of the aging report, rebuilt on every run
   select aging-report-file
      assign to dynamic aging_report_name
      organization is line sequential.

data division.


file section.
*> one reject awaiting repair - the conversion program owns this
*> layout, a change there must be mirrored here
   fd reject-queue-file.
   01 reject-queue-record.
      02 rwq-key.
         03 rwq-source     pic x(30).
         03 rwq-gen        pic 9(2).
         03 rwq-seq        pic 9(6).
      02 rwq-numeral       pic x(30).
      02 rwq-reason        pic x(20).
      02 rwq-first-date    pic x(8).
      02 rwq-status        pic x(1).
      02 rwq-closed-date   pic x(8).
      02 rwq-repaired      pic x(30).

   fd aging-report-file.
   01 aging-report-line pic x(132).



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
77 reject_queue_name  pic x(30)  value "REJECT.WQ".
77 aging_report_name  pic x(30).
77 queue-status       pic x(2)   value spaces.
77 queue-eof          pic 9      value 0.
77 run-stamp-date     pic x(8).
*> the listing can be cut down to the items at least this many days
*> old - the breakdowns always count every open item
77 min-age-text       pic x(5).
77 min-age            pic 9(5)   value zero.
77 item-age           pic s9(7)  comp.
77 today-day-no       pic s9(9)  comp.
77 bucket-no          pic s9(2)  comp.
77 open-count         pic 9(6)   value zero.
77 closed-count       pic 9(6)   value zero.
77 listed-count       pic 9(6)   value zero.
77 oldest-age         pic s9(7)  comp value zero.
*> the open items past 60 days are the ones to chase - any at all
*> grades the completion code
77 overdue-count      pic 9(6)   value zero.
*> one row of counts per reject reason and per source file, five age
*> buckets and a total each - a name that doesn't fit once the table
*> is full counts under the last row
01 reason-table.
   02 reason-entry occurs 100 times.
      03 rsn-name      pic x(30).
      03 rsn-bucket    pic 9(6)   occurs 5 times.
      03 rsn-total     pic 9(6).
77 reason-used        pic s9(3)  comp value zero.
01 source-table.
   02 source-entry occurs 500 times.
      03 src-name      pic x(30).
      03 src-bucket    pic 9(6)   occurs 5 times.
      03 src-total     pic 9(6).
77 source-used        pic s9(3)  comp value zero.
77 table-idx          pic s9(3)  comp.
77 table-found        pic s9(3)  comp.
77 bucket-idx         pic s9(2)  comp.

01 aging-title-line.
   02 filler          pic x(35)  value
         "  outstanding reject aging - as of ".
   02 out-as-of       pic x(8).
01 aging-underline.
   02 filler          pic x(60)  value
         "------------------------------------------------------------".
01 aging-item-heading.
   02 filler          pic x(40)  value
         "  source file                    gen rej".
   02 filler          pic x(40)  value
         "ect  numeral                        reas".
   02 filler          pic x(35)  value
         "on               first       days  ".
01 aging-item-line.
   02 filler          pic x(2)   value spaces.
   02 out-source      pic x(30).
   02 filler          pic x(1)   value spaces.
   02 out-gen         pic 99.
   02 filler          pic x(2)   value spaces.
   02 out-seq         pic z(5)9.
   02 filler          pic x(2)   value spaces.
   02 out-numeral     pic x(30).
   02 filler          pic x(1)   value spaces.
   02 out-reason      pic x(20).
   02 filler          pic x(1)   value spaces.
   02 out-first       pic x(8).
   02 filler          pic x(2)   value spaces.
   02 out-age         pic z(5)9.
01 aging-bucket-heading.
   02 filler          pic x(2)   value spaces.
   02 out-break-name  pic x(30).
   02 filler          pic x(48)  value
         "     0-7    8-30   31-60   61-90     >90   total".
01 aging-bucket-line.
   02 filler          pic x(2)   value spaces.
   02 out-row-name    pic x(30).
   02 out-row-bucket  pic z(7)9  occurs 5 times.
   02 out-row-total   pic z(7)9.
01 aging-footer-line.
   02 filler          pic x(14)  value "  open items: ".
   02 out-open        pic zzzzz9.
   02 filler          pic x(16)  value "  closed items: ".
   02 out-closed      pic zzzzz9.
   02 filler          pic x(17)  value "  over 60 days: ".
   02 out-overdue     pic zzzzz9.
   02 filler          pic x(10)  value "  oldest: ".
   02 out-oldest      pic zzzzz9.
   02 filler          pic x(5)   value " days".


procedure division.

accept run-stamp-date from date yyyymmdd.
display "outstanding reject aging".
call "CBL_CHECK_FILE_EXIST" using reject_queue_name file-info.
if return-code is not equal to zero
   display "no reject queue yet - " reject_queue_name(1:20)
      " does not exist"
   move 8 to return-code
   stop run
end-if.
display " list open items at least how many days old? (blank = all) ".
accept min-age-text from console.
if min-age-text is not equal to spaces
   compute min-age = function numval(min-age-text)
end-if.
open input reject-queue-file.
if queue-status is not equal to "00"
   display "reject queue unavailable (status " queue-status ")"
   move 8 to return-code
   stop run
end-if.
compute today-day-no =
   function integer-of-date(function numval(run-stamp-date)).
move spaces to aging_report_name.
string "REJAGE" delimited by size
      run-stamp-date delimited by size
      ".AGE" delimited by size
   into aging_report_name.
open output aging-report-file.
move run-stamp-date to out-as-of.
display aging-title-line.
move aging-title-line to aging-report-line.
write aging-report-line.
display aging-underline.
move aging-underline to aging-report-line.
write aging-report-line.
display aging-item-heading.
move aging-item-heading to aging-report-line.
write aging-report-line.
move 0 to queue-eof.
perform age-one-item
   until queue-eof is equal to 1.
close reject-queue-file.
move "by reject reason" to out-break-name.
perform write-bucket-heading.
move 1 to table-idx.
perform write-reason-row
   until table-idx is greater than reason-used.
move "by source file" to out-break-name.
perform write-bucket-heading.
move 1 to table-idx.
perform write-source-row
   until table-idx is greater than source-used.
display "  ---------------------------- ".
move "  ---------------------------- " to aging-report-line.
write aging-report-line.
move open-count to out-open.
move closed-count to out-closed.
move overdue-count to out-overdue.
move oldest-age to out-oldest.
display aging-footer-line.
move aging-footer-line to aging-report-line.
write aging-report-line.
close aging-report-file.
*> 4 tells the scheduler there are items past 60 days to chase, 0
*> that everything open is recent
if overdue-count is greater than zero
   move 4 to return-code
else
   move zero to return-code
end-if.
stop run.

*> one queue item - a closed item only counts, an open one is aged,
*> listed when old enough, and counted into its reason and source rows
age-one-item.
   read reject-queue-file next record
      at end move 1 to queue-eof
   end-read.
   if queue-eof is not equal to 1
      if rwq-status is equal to "O"
         add 1 to open-count
         perform compute-item-age
         if item-age is greater than oldest-age
            move item-age to oldest-age
         end-if
         if item-age is greater than 60
            add 1 to overdue-count
         end-if
         if item-age is not less than min-age
            perform write-item-line
         end-if
         perform count-by-reason
         perform count-by-source
      else
         add 1 to closed-count
      end-if
   end-if.

*> days since the item was first rejected, and the bucket that puts it
*> in - an unreadable first date ages as today's
compute-item-age.
   move zero to item-age.
   if rwq-first-date is numeric
      compute item-age = today-day-no
         - function integer-of-date(function numval(rwq-first-date))
   end-if.
   if item-age is less than zero
      move zero to item-age
   end-if.
   evaluate true
      when item-age is not greater than 7
         move 1 to bucket-no
      when item-age is not greater than 30
         move 2 to bucket-no
      when item-age is not greater than 60
         move 3 to bucket-no
      when item-age is not greater than 90
         move 4 to bucket-no
      when other
         move 5 to bucket-no
   end-evaluate.

write-item-line.
   move rwq-source to out-source.
   move rwq-gen to out-gen.
   move rwq-seq to out-seq.
   move rwq-numeral to out-numeral.
   move rwq-reason to out-reason.
   move rwq-first-date to out-first.
   move item-age to out-age.
   display aging-item-line.
   move aging-item-line to aging-report-line.
   write aging-report-line.
   add 1 to listed-count.

*> the item's reason row found or started, and its bucket counted
count-by-reason.
   move zero to table-found.
   move 1 to table-idx.
   perform check-one-reason
      until table-found is greater than zero
         or table-idx is greater than reason-used.
   if table-found is equal to zero
      if reason-used is less than 100
         add 1 to reason-used
         move rwq-reason to rsn-name(reason-used)
         move zero to rsn-total(reason-used)
         move 1 to bucket-idx
         perform clear-reason-bucket
            until bucket-idx is greater than 5
      end-if
      move reason-used to table-found
   end-if.
   add 1 to rsn-bucket(table-found, bucket-no).
   add 1 to rsn-total(table-found).

check-one-reason.
   if rsn-name(table-idx) is equal to rwq-reason
      move table-idx to table-found
   else
      add 1 to table-idx
   end-if.

clear-reason-bucket.
   move zero to rsn-bucket(reason-used, bucket-idx).
   add 1 to bucket-idx.

*> the item's source-file row found or started, and its bucket counted
count-by-source.
   move zero to table-found.
   move 1 to table-idx.
   perform check-one-source
      until table-found is greater than zero
         or table-idx is greater than source-used.
   if table-found is equal to zero
      if source-used is less than 500
         add 1 to source-used
         move rwq-source to src-name(source-used)
         move zero to src-total(source-used)
         move 1 to bucket-idx
         perform clear-source-bucket
            until bucket-idx is greater than 5
      end-if
      move source-used to table-found
   end-if.
   add 1 to src-bucket(table-found, bucket-no).
   add 1 to src-total(table-found).

check-one-source.
   if src-name(table-idx) is equal to rwq-source
      move table-idx to table-found
   else
      add 1 to table-idx
   end-if.

clear-source-bucket.
   move zero to src-bucket(source-used, bucket-idx).
   add 1 to bucket-idx.

write-bucket-heading.
   display " ".
   move spaces to aging-report-line.
   write aging-report-line.
   display aging-bucket-heading.
   move aging-bucket-heading to aging-report-line.
   write aging-report-line.

write-reason-row.
   move rsn-name(table-idx) to out-row-name.
   move 1 to bucket-idx.
   perform move-reason-bucket
      until bucket-idx is greater than 5.
   move rsn-total(table-idx) to out-row-total.
   display aging-bucket-line.
   move aging-bucket-line to aging-report-line.
   write aging-report-line.
   add 1 to table-idx.

move-reason-bucket.
   move rsn-bucket(table-idx, bucket-idx)
      to out-row-bucket(bucket-idx).
   add 1 to bucket-idx.

write-source-row.
   move src-name(table-idx) to out-row-name.
   move 1 to bucket-idx.
   perform move-source-bucket
      until bucket-idx is greater than 5.
   move src-total(table-idx) to out-row-total.
   display aging-bucket-line.
   move aging-bucket-line to aging-report-line.
   write aging-report-line.
   add 1 to table-idx.

move-source-bucket.
   move src-bucket(table-idx, bucket-idx)
      to out-row-bucket(bucket-idx).
   add 1 to bucket-idx.
