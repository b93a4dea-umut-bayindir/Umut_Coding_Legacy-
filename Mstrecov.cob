identification division.
program-id. master-recovery.
*> backup and recovery for the numeral master - NUMERAL.MST is the one
*> keyed file in the shop and until now a corrupted copy left every
*> run printing "numeral master unavailable" with no way back - three
*> functions: U unloads the master to a sequential backup framed with
*> a record count and an mst-count hash, L reloads the keyed file from
*> a backup and proves the counts, B rebuilds it from nothing by
*> replaying the .CSV archives in run-history order - U and L are meant
*> for the nightly schedule (the function letter on the command line),
*> B is for the day the backup is gone as well

environment division.


input-output section.
file-control.
*> the master itself - dynamic access, the unload walks it end to end
*> and the rebuild goes straight to one key at a time
   select master-file
      assign to dynamic master_file_name
      organization is indexed
      access mode is dynamic
      record key is mst-numeral
      file status is master-status.

*> the sequential backup - NUMERAL.BKP, the previous one kept as
*> NUMERAL.BK1 so a bad night's unload never costs the only copy
   select backup-file
      assign to dynamic backup_file_name
      organization is line sequential.

*> the run history orders the rebuild's replay
   select runlog-file
      assign to dynamic runlog_file_name
      organization is line sequential.

*> a batch run logs under its control file's name - its entries are
*> read back from that list, one input file name per line
   select control-file
      assign to dynamic control_file_name
      organization is line sequential.

   select csv-file
      assign to dynamic csv_file_name
      organization is line sequential.

*> the posting extract's header carries the night a generation ran
   select gl-file
      assign to dynamic gl_file_name
      organization is line sequential.

*> what the rebuild replayed, archive by archive, rebuilt every run
   select recovery-report-file
      assign to dynamic recovery_report_name
      organization is line sequential.

data division.


file section.
*> master record layout - the conversion program owns this layout, a
*> change there must be mirrored here
   fd master-file.
   01 master-record.
      02 mst-numeral    pic x(30).
      02 mst-value      pic 9(9).
      02 mst-first-seen pic x(8).
      02 mst-last-seen  pic x(8).
      02 mst-count      pic 9(7).

*> H header with the unload stamp, one D per master record carrying
*> its exact bytes, a T trailer with the record count and the hash of
*> every mst-count
   fd backup-file.
   01 backup-record.
      02 bkp-type       pic x(1).
      02 bkp-data       pic x(62).
   01 backup-header-record.
      02 filler         pic x(1).
      02 bkh-date       pic x(8).
      02 bkh-time       pic x(6).
      02 filler         pic x(48).
   01 backup-trailer-record.
      02 filler         pic x(1).
      02 bkt-count      pic 9(7).
      02 bkt-hash       pic 9(15).
      02 filler         pic x(40).

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

*> only the header is read - the conversion program owns the layout
   fd gl-file.
   01 gl-header-record.
      02 glh-type     pic x(1).
      02 glh-date     pic x(8).
      02 glh-source   pic x(30).
      02 filler       pic x(45).

   fd recovery-report-file.
   01 recovery-report-line pic x(90).



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
77 master_file_name     pic x(30)  value "NUMERAL.MST".
77 backup_file_name     pic x(30)  value "NUMERAL.BKP".
77 prior_backup_name    pic x(30)  value "NUMERAL.BK1".
77 runlog_file_name     pic x(30)  value "RUNLOG.DAT".
77 recovery_report_name pic x(30)  value "NUMERAL.RCV".
77 control_file_name    pic x(30).
77 csv_file_name        pic x(30).
77 gl_file_name         pic x(30).
77 master-status        pic x(2)   value spaces.
77 run-stamp-date       pic x(8).
77 run-stamp-time       pic x(8).
*> U, L or B - off the command line for a scheduled run, keyed at the
*> console otherwise - a scheduled run is never asked to confirm
77 recovery-function    pic x(1).
77 command-text         pic x(30).
77 unattended-switch    pic x      value "N".
77 confirm-answer       pic x(1).
77 backup-answer        pic x(30).
77 master-eof           pic 9      value 0.
77 backup-eof           pic 9      value 0.
77 runlog-eof           pic 9      value 0.
77 list-eof             pic 9      value 0.
77 csv-eof              pic 9      value 0.
*> the counts every function proves itself by - records and the hash
*> total of mst-count, the figure a lost or doubled record can't hide
*> from
77 record-count         pic 9(7)   value zero.
77 count-hash           pic 9(15)  value zero.
77 verify-count         pic 9(7)   value zero.
77 verify-hash          pic 9(15)  value zero.
77 trailer-seen         pic x      value "N".
77 write-failures       pic 9(7)   value zero.
77 master-scanned       pic x      value "N".
*> rebuild plumbing - every input file name met in the run history,
*> with the last archive generation already replayed for it, so each
*> logged run replays the next generation on and none is taken twice
01 replay-table.
   02 replay-entry occurs 500 times.
      03 rpl-name      pic x(30).
      03 rpl-last-gen  pic 9(2).
77 replay-used          pic s9(3)  comp value zero.
77 replay-idx           pic s9(3)  comp.
77 replay-found         pic s9(3)  comp.
77 replay_file_name     pic x(30).
77 replay-date          pic x(8).
77 gen-scan-num         pic 9(3)   value zero.
77 gen-number-x         pic 9(2).
77 replay-gen           pic 9(2)   value zero.
77 has-csv-gen          pic x      value "N".
77 csv-row-no           pic 9(6)   value zero.
77 rcv-roman            pic x(30).
77 rcv-value-text       pic x(15).
77 rcv-status           pic x(10).
77 rcv-value            pic 9(9).
77 archive-rows         pic 9(6)   value zero.
77 archives-replayed    pic 9(4)   value zero.
77 rows-replayed        pic 9(8)   value zero.
77 rows-applied         pic 9(8)   value zero.
77 recovery-ok          pic x      value "Y".

01 recovery-count-line.
   02 filler          pic x(2)   value spaces.
   02 out-what        pic x(20).
   02 filler          pic x(10)  value " records: ".
   02 out-count       pic z(6)9.
   02 filler          pic x(8)   value "  hash: ".
   02 out-hash        pic z(14)9.
01 recovery-title-line.
   02 filler          pic x(34)  value
         "  numeral master rebuild - run on ".
   02 out-run-date    pic x(8).
01 recovery-underline.
   02 filler          pic x(60)  value
         "------------------------------------------------------------".
01 recovery-archive-line.
   02 filler          pic x(2)   value spaces.
   02 out-archive     pic x(30).
   02 filler          pic x(8)   value "  dated ".
   02 out-arch-date   pic x(8).
   02 filler          pic x(8)   value "  rows: ".
   02 out-arch-rows   pic zzzzz9.
01 recovery-footer-line.
   02 filler          pic x(22)  value "  archives replayed: ".
   02 out-archives    pic zzz9.
   02 filler          pic x(16)  value "  rows replayed ".
   02 out-rows        pic z(7)9.


procedure division.

accept run-stamp-date from date yyyymmdd.
accept run-stamp-time from time.
display "numeral master backup and recovery".
accept command-text from command-line.
if command-text is not equal to spaces
   move "Y" to unattended-switch
   move command-text(1:1) to recovery-function
else
   display " function: U = unload to backup, L = reload from backup, "
   display "           B = rebuild from the csv archives "
   accept recovery-function from console
end-if.
evaluate recovery-function
   when "U"
   when "u"
      perform unload-master
   when "L"
   when "l"
      perform reload-master
   when "B"
   when "b"
      perform rebuild-master
   when other
      display "unknown function: " recovery-function
      move "N" to recovery-ok
end-evaluate.
*> the file calls above write into return-code themselves - the
*> scheduler gets 8 for anything that didn't prove out, 0 otherwise
if recovery-ok is equal to "Y"
   move zero to return-code
else
   move 8 to return-code
end-if.
stop run.

*> the master walked end to end into a fresh backup - last night's
*> backup is kept one generation back before anything is written, and
*> a master that won't open leaves both backups untouched
unload-master.
   call "CBL_CHECK_FILE_EXIST" using master_file_name file-info.
   if return-code is not equal to zero
      display "no numeral master - " master_file_name(1:20)
         " does not exist"
      move "N" to recovery-ok
   else
      open input master-file
      if master-status is not equal to "00"
         display "numeral master unavailable (status " master-status
            ") - backup not taken"
         move "N" to recovery-ok
      else
         perform rotate-backups
         open output backup-file
         move spaces to backup-header-record
         move "H" to bkp-type
         move run-stamp-date to bkh-date
         move run-stamp-time(1:6) to bkh-time
         write backup-header-record
         move zero to record-count
         move zero to count-hash
         move low-values to mst-numeral
         start master-file key is not less than mst-numeral
            invalid key move 1 to master-eof
            not invalid key move 0 to master-eof
         end-start
         perform unload-one-record
            until master-eof is equal to 1
         move spaces to backup-trailer-record
         move "T" to bkp-type
         move record-count to bkt-count
         move count-hash to bkt-hash
         write backup-trailer-record
         close backup-file
         close master-file
         move "unloaded" to out-what
         perform show-counts
      end-if
   end-if.

*> NUMERAL.BKP becomes NUMERAL.BK1, the older copy is let go
rotate-backups.
   call "CBL_CHECK_FILE_EXIST" using backup_file_name file-info.
   if return-code is equal to zero
      call "CBL_DELETE_FILE" using prior_backup_name
      call "CBL_RENAME_FILE" using backup_file_name prior_backup_name
   end-if.

*> one master record copied to the backup byte for byte
unload-one-record.
   read master-file next record
      at end move 1 to master-eof
   end-read.
   if master-eof is not equal to 1
      move spaces to backup-record
      move "D" to bkp-type
      move master-record to bkp-data
      write backup-record
      add 1 to record-count
      add mst-count to count-hash
   end-if.

*> the keyed file rebuilt from a backup - the backup proves its own
*> counts against its trailer before the master is touched, and the
*> reloaded master is read back and proved against the same trailer
reload-master.
   if unattended-switch is not equal to "Y"
      display " backup to reload from (blank = NUMERAL.BKP) "
      accept backup-answer from console
      if backup-answer is not equal to spaces
         move backup-answer to backup_file_name
      end-if
   end-if.
   call "CBL_CHECK_FILE_EXIST" using backup_file_name file-info.
   if return-code is not equal to zero
      display "error: file " backup_file_name(1:20)
         " does not exist"
      move "N" to recovery-ok
   else
      perform verify-backup
   end-if.
   if recovery-ok is equal to "Y"
      move "Y" to confirm-answer
      if unattended-switch is not equal to "Y"
         display " replace " master_file_name(1:20)
            " from this backup? (Y/N) "
         accept confirm-answer from console
      end-if
      if confirm-answer is equal to "Y"
            or confirm-answer is equal to "y"
         perform load-from-backup
         perform verify-master
      else
         display " master left alone"
      end-if
   end-if.

*> one pass over the backup re-counting its details against its
*> trailer - a truncated or doctored backup is refused outright
verify-backup.
   move zero to record-count.
   move zero to count-hash.
   move zero to verify-count.
   move zero to verify-hash.
   move "N" to trailer-seen.
   open input backup-file.
   move 0 to backup-eof.
   perform verify-one-backup-record
      until backup-eof is equal to 1.
   close backup-file.
   move "backup holds" to out-what.
   perform show-counts.
   if trailer-seen is not equal to "Y"
      display "backup has no trailer - refused, it may be truncated"
      move "N" to recovery-ok
   else
      if bkt-count is not equal to record-count
            or bkt-hash is not equal to count-hash
         move "backup trailer says" to out-what
         move bkt-count to record-count
         move bkt-hash to count-hash
         perform show-counts
         display "backup does not agree with its trailer - refused"
         move "N" to recovery-ok
      else
         move bkt-count to verify-count
         move bkt-hash to verify-hash
      end-if
   end-if.

verify-one-backup-record.
   read backup-file
      at end move 1 to backup-eof
   end-read.
   if backup-eof is not equal to 1
      evaluate bkp-type
         when "D"
            move bkp-data to master-record
            add 1 to record-count
            if mst-count is numeric
               add mst-count to count-hash
            end-if
         when "T"
            move "Y" to trailer-seen
         when other
            continue
      end-evaluate
   end-if.

*> the master opened output - empty - and every backup record written
*> back under its key
load-from-backup.
   open output master-file.
   if master-status is not equal to "00"
      display "numeral master cannot be created (status "
         master-status ")"
      move "N" to recovery-ok
   else
      move zero to write-failures
      open input backup-file
      move 0 to backup-eof
      perform load-one-backup-record
         until backup-eof is equal to 1
      close backup-file
      close master-file
      if write-failures is greater than zero
         display "records that would not write: " write-failures
         move "N" to recovery-ok
      end-if
   end-if.

load-one-backup-record.
   read backup-file
      at end move 1 to backup-eof
   end-read.
   if backup-eof is not equal to 1
      if bkp-type is equal to "D"
         move bkp-data to master-record
         write master-record
            invalid key add 1 to write-failures
         end-write
      end-if
   end-if.

*> the reloaded master read back end to end and proved against the
*> backup's trailer
verify-master.
   perform scan-master.
   if master-scanned is equal to "Y"
      move "reloaded" to out-what
      perform show-counts
      if record-count is equal to verify-count
            and count-hash is equal to verify-hash
         display "reload verified - master agrees with the backup"
      else
         display "reload does not agree with the backup"
         move "N" to recovery-ok
      end-if
   end-if.

*> the rebuilt master read back end to end - every sighting that went
*> in added one to a record's occurrence count, so the hash of the
*> counts must come to the rows replayed less any that would not write
verify-rebuild.
   perform scan-master.
   if master-scanned is equal to "Y"
      move "rebuilt" to out-what
      perform show-counts
      compute rows-applied = rows-replayed - write-failures
      if count-hash is equal to rows-applied
            and record-count is not greater than rows-applied
         display "rebuild verified - master agrees with the rows "
            "replayed"
      else
         display "rebuild does not agree with the rows replayed"
         move "N" to recovery-ok
      end-if
   end-if.

*> the master walked end to end for its record count and the hash of
*> its occurrence counts
scan-master.
   move zero to record-count.
   move zero to count-hash.
   move "N" to master-scanned.
   open input master-file.
   if master-status is not equal to "00"
      display "master will not open (status " master-status ")"
      move "N" to recovery-ok
   else
      move "Y" to master-scanned
      move low-values to mst-numeral
      start master-file key is not less than mst-numeral
         invalid key move 1 to master-eof
         not invalid key move 0 to master-eof
      end-start
      perform count-one-master-record
         until master-eof is equal to 1
      close master-file
   end-if.

count-one-master-record.
   read master-file next record
      at end move 1 to master-eof
   end-read.
   if master-eof is not equal to 1
      add 1 to record-count
      add mst-count to count-hash
   end-if.

show-counts.
   move record-count to out-count.
   move count-hash to out-hash.
   display recovery-count-line.

*> last resort - an empty master, then every converting run in the
*> history replayed in the order it was logged: each run's .CSV rows
*> that converted go back in as sightings, so the value is the last
*> one converted and the first/last-seen dates and occurrence counts
*> come back as the runs made them - a numeral keyed by hand since, or
*> an archive aged out of retention, is the one thing it can't restore
rebuild-master.
   call "CBL_CHECK_FILE_EXIST" using runlog_file_name file-info.
   if return-code is not equal to zero
      display "no run history - " runlog_file_name(1:20)
         " does not exist, nothing to rebuild from"
      move "N" to recovery-ok
   else
      move "Y" to confirm-answer
      if unattended-switch is not equal to "Y"
         display " rebuild " master_file_name(1:20)
            " from the csv archives, replacing it? (Y/N) "
         accept confirm-answer from console
      end-if
      if confirm-answer is equal to "Y"
            or confirm-answer is equal to "y"
         perform replay-run-history
      else
         display " master left alone"
      end-if
   end-if.

replay-run-history.
   open output master-file.
   close master-file.
   open i-o master-file.
   if master-status is not equal to "00"
      display "numeral master cannot be created (status "
         master-status ")"
      move "N" to recovery-ok
   else
      open output recovery-report-file
      move run-stamp-date to out-run-date
      display recovery-title-line
      move recovery-title-line to recovery-report-line
      write recovery-report-line
      display recovery-underline
      move recovery-underline to recovery-report-line
      write recovery-report-line
      move zero to write-failures
      open input runlog-file
      move 0 to runlog-eof
      perform replay-one-runlog-record
         until runlog-eof is equal to 1
      close runlog-file
      close master-file
      display "  ---------------------------- "
      move "  ---------------------------- " to recovery-report-line
      write recovery-report-line
      move archives-replayed to out-archives
      move rows-replayed to out-rows
      display recovery-footer-line
      move recovery-footer-line to recovery-report-line
      write recovery-report-line
      if write-failures is greater than zero
         display "records that would not write: " write-failures
         move spaces to recovery-report-line
         string "  records that would not write: " delimited by size
               write-failures delimited by size
            into recovery-report-line
         write recovery-report-line
         move "N" to recovery-ok
      end-if
      close recovery-report-file
      perform verify-rebuild
   end-if.

*> one logged run replayed - only the modes that keep the master
*> current (1, 2 and 6; a recycle's repairs were appended to the
*> original run's CSV and replay with it) - an aborted run's generation
*> is finished by its resume, whose record replays it whole - a batch
*> run's rl-file is its control list, replayed entry by entry
replay-one-runlog-record.
   read runlog-file
      at end move 1 to runlog-eof
   end-read.
   if runlog-eof is not equal to 1
      if (rl-mode is equal to 1 or rl-mode is equal to 2
            or rl-mode is equal to 6)
            and rl-status is equal to "N"
         move rl-file to replay_file_name
         perform find-replay-entry
         perform check-any-csv-generation
         if has-csv-gen is equal to "Y"
            perform replay-next-generation
         else
            move rl-file to control_file_name
            call "CBL_CHECK_FILE_EXIST" using control_file_name
               file-info
            if return-code is equal to zero
               perform replay-control-list
            end-if
         end-if
      end-if
   end-if.

replay-control-list.
   open input control-file.
   move 0 to list-eof.
   perform replay-one-list-entry
      until list-eof is equal to 1.
   close control-file.

replay-one-list-entry.
   read control-file into replay_file_name
      at end move 1 to list-eof
   end-read.
   if list-eof is not equal to 1
      perform find-replay-entry
      perform replay-next-generation
   end-if.

*> replay-found comes back holding replay_file_name's slot - a name
*> met for the first time takes a new one with nothing replayed yet
find-replay-entry.
   move zero to replay-found.
   move 1 to replay-idx.
   perform check-one-replay-entry
      until replay-found is greater than zero
         or replay-idx is greater than replay-used.
   if replay-found is equal to zero
      if replay-used is less than 500
         add 1 to replay-used
         move replay_file_name to rpl-name(replay-used)
         move zero to rpl-last-gen(replay-used)
         move replay-used to replay-found
      else
         display "replay table full - not replayed: "
            replay_file_name
         move "N" to recovery-ok
      end-if
   end-if.

check-one-replay-entry.
   if rpl-name(replay-idx) is equal to replay_file_name
      move replay-idx to replay-found
   else
      add 1 to replay-idx
   end-if.

*> is there any .CSV generation under replay_file_name at all
check-any-csv-generation.
   move "N" to has-csv-gen.
   move 1 to gen-scan-num.
   perform probe-any-csv-generation
      until has-csv-gen is equal to "Y"
         or gen-scan-num is greater than 99.

probe-any-csv-generation.
   perform build-csv-file-name.
   call "CBL_CHECK_FILE_EXIST" using csv_file_name file-info.
   if return-code is equal to zero
      move "Y" to has-csv-gen
   else
      add 1 to gen-scan-num
   end-if.

build-csv-file-name.
   move gen-scan-num to gen-number-x.
   move spaces to csv_file_name.
   string function trim(replay_file_name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
         ".CSV" delimited by size
      into csv_file_name.

*> the next surviving generation after the last one replayed for this
*> name - one logged run, one generation - dated by its posting
*> extract's header when that survives, by the run history otherwise
replay-next-generation.
   if replay-found is greater than zero
      compute gen-scan-num = rpl-last-gen(replay-found) + 1
      move "N" to has-csv-gen
      perform probe-next-csv-generation
         until has-csv-gen is equal to "Y"
            or gen-scan-num is greater than 99
      if has-csv-gen is equal to "Y"
         move gen-scan-num to replay-gen
         move replay-gen to rpl-last-gen(replay-found)
         move rl-date to replay-date
         perform date-from-extract
         perform replay-one-archive
      end-if
   end-if.

probe-next-csv-generation.
   perform build-csv-file-name.
   call "CBL_CHECK_FILE_EXIST" using csv_file_name file-info.
   if return-code is equal to zero
      move "Y" to has-csv-gen
   else
      add 1 to gen-scan-num
   end-if.

date-from-extract.
   move spaces to gl_file_name.
   string function trim(replay_file_name) delimited by size
         ".G" delimited by size
         gen-number-x delimited by size
         ".GLX" delimited by size
      into gl_file_name.
   call "CBL_CHECK_FILE_EXIST" using gl_file_name file-info.
   if return-code is equal to zero
      open input gl-file
      read gl-file
         at end continue
         not at end
            if glh-type is equal to "H"
                  and glh-date is numeric
               move glh-date to replay-date
            end-if
      end-read
      close gl-file
   end-if.

*> one archive's converted rows folded back into the master
replay-one-archive.
   move zero to archive-rows.
   move zero to csv-row-no.
   open input csv-file.
   move 0 to csv-eof.
   perform replay-one-csv-row
      until csv-eof is equal to 1.
   close csv-file.
   add 1 to archives-replayed.
   move csv_file_name to out-archive.
   move replay-date to out-arch-date.
   move archive-rows to out-arch-rows.
   display recovery-archive-line.
   move recovery-archive-line to recovery-report-line.
   write recovery-report-line.

*> one CSV row - the first row is the column heading, INVALID rows
*> never reached the master, every other status is a sighting
replay-one-csv-row.
   read csv-file
      at end move 1 to csv-eof
   end-read.
   if csv-eof is not equal to 1
      add 1 to csv-row-no
      if csv-row-no is greater than 1
         move spaces to rcv-roman
         move spaces to rcv-value-text
         move spaces to rcv-status
         unstring csv-line delimited by ","
            into rcv-roman rcv-value-text rcv-status
         end-unstring
         if (rcv-status is equal to "VALID"
               or rcv-status is equal to "NORMALIZED"
               or rcv-status is equal to "DUPLICATE")
               and rcv-roman is not equal to spaces
            compute rcv-value = function numval(rcv-value-text)
            perform replay-one-sighting
         end-if
      end-if
   end-if.

*> one sighting applied the way the conversion program applies it - a
*> new numeral starts with this run's date on both ends, a known one
*> takes the newer value, the later date and one more occurrence
replay-one-sighting.
   move rcv-roman to mst-numeral.
   read master-file
      invalid key
         move rcv-roman to mst-numeral
         move rcv-value to mst-value
         move replay-date to mst-first-seen
         move replay-date to mst-last-seen
         move 1 to mst-count
         write master-record
            invalid key add 1 to write-failures
         end-write
      not invalid key
         move rcv-value to mst-value
         if replay-date is greater than mst-last-seen
            move replay-date to mst-last-seen
         end-if
         add 1 to mst-count
         rewrite master-record
            invalid key add 1 to write-failures
         end-rewrite
   end-read.
   add 1 to archive-rows.
   add 1 to rows-replayed.
