*> spelling or a test file pollutes it: change a record's value,
*> delete a record, or purge everything last seen before a cutoff
*> date - every change writes a before/after image to a permanent
*> audit file so the auditors can trace any hand correction - a value
*> change also queues a restatement request, so the postings already
*> sent to the general ledger at the old value get reversed and
*> reposted by the restatement run instead of staying wrong forever -
*> the operator id must be on the authorization file, and each action
*> must be one granted to it, or the attempt is refused and logged

environment division.

      assign to dynamic audit_file_name
      organization is line sequential.

*> restatement request queue - one record appended per value change,
*> the restatement program works the queue off and clears it
   select restate-queue-file
      assign to dynamic restate_queue_name
      organization is line sequential.

*> the conversion program's operator authorization file and security
*> violation log, shared so one file says who may do what anywhere
   select operator-file
      assign to dynamic operator_file_name
      organization is line sequential.

   select security-log-file
      assign to dynamic security_log_name
      organization is line sequential.

data division.


      02 filler       pic x(1).
      02 aud-after    pic x(62).

*> one corrected value awaiting restatement - the restatement program
*> owns this layout, a change there must be mirrored here
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

*> authorization record - the conversion program owns this layout, a
*> change there must be mirrored here
   fd operator-file.
   01 operator-record.
      02 aut-operator   pic x(8).
      02 filler         pic x(1).
      02 aut-modes      pic x(9).
      02 filler         pic x(1).
      02 aut-actions    pic x(6).
      02 filler         pic x(1).
      02 aut-name       pic x(30).

*> violation record - the conversion program owns this layout, a
*> change there must be mirrored here
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
          10 f-hundredths  pic x comp-x.
77 master_file_name  pic x(30)  value "NUMERAL.MST".
77 audit_file_name   pic x(30)  value "NUMERAL.AUD".
77 restate_queue_name pic x(30) value "NUMERAL.RSQ".
77 operator_file_name pic x(30) value "OPERATOR.AUT".
77 security_log_name pic x(30)  value "SECURITY.LOG".
77 master-status     pic x(2)   value spaces.
*> one date/time stamp per session, same convention as the conversion
*> program's run history - the operator id is the who-ran-it stamp
77 maint-numeral     pic x(30).
77 new-value-text    pic x(15).
77 new-value         pic 9(9).
77 old-value         pic 9(9).
77 restate-count     pic 9(6)   value zero.
77 confirm-answer    pic x(1).
*> the keyed id's grants off the authorization file - an action letter
*> missing from operator-actions is refused
77 operator-found    pic x      value "N".
77 operator-eof      pic 9      value 0.
77 operator-actions  pic x(6)   value spaces.
77 action-grant-count pic s9(3) comp value zero.
77 action-letter     pic x(1).
77 action-granted    pic x      value "N".
77 security-action   pic x(20).
77 security-reason   pic x(30).
*> purge plumbing - cutoff keyed as yyyymmdd, the walk deletes every
*> record whose last sighting predates it
77 purge-cutoff      pic x(8).
   02 out-deleted     pic zzzzz9.
   02 filler          pic x(10)  value "  purged: ".
   02 out-purged      pic zzzzz9.
   02 filler          pic x(23)  value "  restatements queued: ".
   02 out-restated    pic zzzzz9.


procedure division.
   move 8 to return-code
   stop run
end-if.
*> sign-on - the id must be on the authorization file with at least
*> one maintenance action (C, D or P) granted, or the session never
*> opens the master - a grant holding only the conversion program's
*> reopen action is no maintenance grant
perform find-operator-entry.
move "SIGN-ON" to security-action.
if operator-found is not equal to "Y"
   move "not on the authorization file" to security-reason
   perform write-security-violation
   display "not authorized: " operator-id " - " security-reason
   move 8 to return-code
   stop run
end-if.
move zero to action-grant-count.
inspect operator-actions tallying action-grant-count
   for all "C" all "D" all "P".
if action-grant-count is equal to zero
   move "no maintenance actions granted" to security-reason
   perform write-security-violation
   display "not authorized: " operator-id " - " security-reason
   move 8 to return-code
   stop run
end-if.
open i-o master-file.
if master-status is not equal to "00"
   display "numeral master unavailable (status " master-status ")"
else
   open output audit-file
end-if.
call "CBL_CHECK_FILE_EXIST" using restate_queue_name file-info.
if return-code is equal to zero
   open extend restate-queue-file
else
   open output restate-queue-file
end-if.
move "N" to maint-done.
perform maint-loop
   until maint-done is equal to "Y".
close master-file.
close audit-file.
close restate-queue-file.
move change-count to out-changed.
move delete-count to out-deleted.
move purge-count  to out-purged.
move restate-count to out-restated.
display output-session-line.
if restate-count is greater than zero
   display "run the restatement program to correct the postings"
end-if.
*> the file-existence calls above write into return-code themselves
move zero to return-code.
stop run.
   evaluate maint-action
      when "C"
      when "c"
         move "C" to action-letter
         perform check-action-granted
         if action-granted is equal to "Y"
            perform change-record
         end-if
      when "D"
      when "d"
         move "D" to action-letter
         perform check-action-granted
         if action-granted is equal to "Y"
            perform delete-record
         end-if
      when "P"
      when "p"
         move "P" to action-letter
         perform check-action-granted
         if action-granted is equal to "Y"
            perform purge-records
         end-if
      when space
         move "Y" to maint-done
      when other
   end-evaluate.

*> corrects one record's value in place - the sighting dates and the
*> occurrence count are history and stay as they were - a value that
*> really changed queues its restatement
change-record.
   display " numeral to change? ".
   accept maint-numeral from console.
      not invalid key
         perform display-master-record
         move master-record to before-image
         move mst-value to old-value
         display " new value? "
         accept new-value-text from console
         if function trim(new-value-text) is equal to spaces
                  add 1 to change-count
                  display " changed: "
                  perform display-master-record
                  if new-value is not equal to old-value
                     perform write-restate-request
                  end-if
            end-rewrite
         end-if
   end-read.
   move after-image to aud-after.
   write audit-record.

*> one value correction queued for the restatement run - the postings
*> to reverse are the ones made at the old value
write-restate-request.
   move spaces to restate-request.
   move run-stamp-date to rsq-date.
   move run-stamp-time(1:6) to rsq-time.
   move operator-id to rsq-operator.
   move mst-numeral to rsq-numeral.
   move old-value to rsq-old-value.
   move new-value to rsq-new-value.
   write restate-request.
   add 1 to restate-count.
   display " restatement queued for " function trim(mst-numeral).

*> operator-found comes back Y with the granted action letters in
*> operator-actions when operator-id is on the authorization file - a
*> missing file grants nothing
find-operator-entry.
   move "N" to operator-found.
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
         move aut-actions to operator-actions
      end-if
   end-if.

*> action-granted comes back Y when action-letter is one of the
*> operator's grants - a refusal is logged and the session carries on
check-action-granted.
   move zero to action-grant-count.
   inspect operator-actions tallying action-grant-count
      for all action-letter.
   if action-grant-count is greater than zero
      move "Y" to action-granted
   else
      move "N" to action-granted
      move spaces to security-action
      evaluate action-letter
         when "C"
            move "CHANGE" to security-action
         when "D"
            move "DELETE" to security-action
         when "P"
            move "PURGE" to security-action
      end-evaluate
      move "action not granted" to security-reason
      perform write-security-violation
      display " not authorized: " function trim(security-action)
         " is not granted to " operator-id
   end-if.

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
   move "NUMERALMAINT" to sec-program.
   move security-action to sec-action.
   move security-reason to sec-reason.
   write security-record.
   close security-log-file.

display-master-record.
   move mst-numeral to out-mst-numeral.
   move mst-value to out-mst-value.
