       identification division.
       program-id. snake-restore.

      *>Restore from a backup generation (see snake-backup.cbl).
      *>Lists the generations in backup.cat newest first, asks which
      *>one, then whether to put back all of its files or to choose
      *>them one by one.
      *>
      *>Nothing live is touched until every chosen copy has been
      *>checked against the generation's manifest: the record count
      *>must match and the seals must grade the same as they did at
      *>backup time.  Each copy is staged to restore-<file> as it is
      *>checked; any mismatch, or a copy that has gone, refuses the
      *>whole restore and the staged files are removed.  A file the
      *>manifest lists as missing had nothing saved and is skipped.
      *>
      *>Once confirmed, the live files about to be overwritten are
      *>first saved as a generation of their own (so a restore can be
      *>undone by restoring that one), then the staged copies are
      *>moved into place and a report lists what was restored.  When
      *>history.dat is among them, the player master is rebuilt from
      *>it (see snake-plrmast.cbl), since the master is summed from
      *>the log.
      *>
      *>Ends with return code 8 when the restore is refused or a
      *>staged copy could not be put back (that copy is left in
      *>place), and 4 when the player master rebuild after it does
      *>not finish clean.

       environment division.
       input-output section.
       file-control.
           select saved-file assign using saved-file-name
               organization is line sequential
               file status is saved-file-status.
           select stage-file assign using stage-file-name
               organization is line sequential
               file status is stage-file-status.
           select live-file assign using live-file-name
               organization is line sequential
               file status is live-file-status.
           select bkman-file assign using bkman-file-name
               organization is line sequential
               file status is bkman-file-status.
           select bkcat-file assign to "backup.cat"
               organization is line sequential
               file status is bkcat-file-status.

       data division.
       file section.
       fd saved-file.
       01 saved-record pic x(200).

       fd stage-file.
       01 stage-record pic x(200).

       fd live-file.
       01 live-record pic x(200).

       fd bkman-file.
       copy bkmanrec.

       fd bkcat-file.
       copy bkcatrec.

       working-storage section.
       01 saved-file-status pic x(2).
       01 stage-file-status pic x(2).
       01 live-file-status pic x(2).
       01 bkman-file-status pic x(2).
       01 bkcat-file-status pic x(2).
       01 saved-file-name pic x(30).
       01 stage-file-name pic x(30).
       01 live-file-name pic x(30).
       01 bkman-file-name pic x(30).

      *>Catalog, oldest first as it is on file.
       01 gc-max-entries pic 9(3) value 200.
       01 gc-count pic 9(3) usage is comp value zero.
       01 gc-table.
           05 gc-entry occurs 200 times indexed by gc-index.
               10 gc-gen pic 9(4).
               10 gc-date pic x(10).
               10 gc-time pic x(8).
               10 gc-program pic x(16).
               10 gc-files pic 9(2).
               10 gc-seal pic x(8).
       01 gc-num pic 9(3) usage is comp.

      *>Manifest of the chosen generation.
       01 gf-max-entries pic 9(2) value 60.
       01 gf-count pic 9(2) usage is comp value zero.
       01 gf-table.
           05 gf-entry occurs 60 times indexed by gf-index.
               10 gf-file pic x(20).
               10 gf-records pic 9(7).
               10 gf-seal pic x(8).
               10 gf-broken pic 9(5).
               10 gf-copy pic x(30).
               10 gf-chosen pic 9(1).
               10 gf-staged pic 9(1).
               10 gf-problem pic x(30).
       01 gf-num pic 9(2) usage is comp.
       01 chosen-count pic 9(2) usage is comp value zero.

       01 gen-input pic x(10).
       01 gen-num pic 9(4) value zero.
       01 gen-found pic 9(1) value zero.
       01 mode-input pic x(1).
       01 file-answer pic x(1).
       01 confirm-input pic x(1).
       01 restore-refused pic 9(1) value zero.

       01 sys-command pic x(1600).
       01 sys-result pic s9(9) usage is comp.
       01 history-restored pic 9(1) value zero.
       01 put-back-failed pic 9(2) usage is comp value zero.
       01 cmd-ptr pic 9(4) usage is comp.

      *>Which seal a file carries - see SET-SEAL-KIND.
       01 seal-kind pic x(1).
       01 file-records pic 9(7) usage is comp.
       01 file-sealed pic 9(7) usage is comp.
       01 file-broken pic 9(5) usage is comp.
       01 file-grade pic x(8).
       01 seal-line pic x(200).
       01 line-check pic 9(4).
       01 seal-work pic x(80).
       01 seal-len pic 9(2) usage is comp.
       01 seal-pos pic 9(2) usage is comp.
       01 seal-acc pic 9(7) usage is comp.
       01 seal-check pic 9(4).

       01 report-gen pic 9(4).
       01 report-count pic z(6)9.
       01 report-files pic z9.

       procedure division.
       main-para.
           display "Restore from a backup generation".
           display "================================".
           perform load-backup-catalog.
           if gc-count = zero then
                 display "No backup generations on file."
                 move 8 to return-code
                 stop run
           end-if.
           display "Gen   Date       Time     Before           "
                 "Files  Seals".
           perform list-generation varying gc-num from gc-count
                 by -1 until gc-num < 1.
           display "Generation to restore:".
           accept gen-input.
           if function trim(gen-input) = spaces then
                 display "Nothing restored."
                 stop run
           end-if.
           move function numval(gen-input) to gen-num.
           perform find-generation.
           if gen-found = 0 then
                 display "No such generation: " function trim(gen-input)
                 move 8 to return-code
                 stop run
           end-if.
           perform load-manifest.
           if gf-count = zero then
                 display "Manifest " function trim(bkman-file-name)
                       " is missing or empty - cannot restore."
                 move 8 to return-code
                 stop run
           end-if.

           display "Restore A = all files, S = select files:".
           accept mode-input.
           move function upper-case(mode-input) to mode-input.
           evaluate mode-input
               when "A"
                   perform choose-all-files varying gf-num from 1
                         by 1 until gf-num > gf-count
               when "S"
                   perform choose-one-file varying gf-num from 1
                         by 1 until gf-num > gf-count
               when other
                   display "Nothing restored."
                   stop run
           end-evaluate.
           if chosen-count = zero then
                 display "No files chosen - nothing restored."
                 stop run
           end-if.

           perform stage-chosen-file varying gf-num from 1 by 1
                 until gf-num > gf-count.
           if restore-refused = 1 then
                 perform drop-staged-files
                 perform print-refusal
                 move 8 to return-code
                 stop run
           end-if.

           display "All copies check against the manifest.".
           display "Overwrite the live files? (Y to go ahead):".
           accept confirm-input.
           if function upper-case(confirm-input) not = "Y" then
                 perform drop-staged-files
                 display "Nothing restored."
                 stop run
           end-if.

           perform save-live-files.
           if sys-result not = zero then
                 perform drop-staged-files
                 display "Could not save the live files first - "
                       "nothing restored."
                 move 8 to return-code
                 stop run
           end-if.
           perform put-back-chosen-file varying gf-num from 1 by 1
                 until gf-num > gf-count.
           perform print-restore-report.
           if history-restored = 1 then
                 perform rebuild-player-master
           end-if.
           stop run.

       load-backup-catalog.
           open input bkcat-file.
           if bkcat-file-status = "00" then
                 perform read-catalog-entry with test after
                       until bkcat-file-status not = "00"
                 close bkcat-file
           end-if.

       read-catalog-entry.
           read bkcat-file
                 at end
                       continue
                 not at end
                       if gc-count < gc-max-entries then
                             add 1 to gc-count
                             move bkcf-gen to gc-gen(gc-count)
                             move bkcf-date to gc-date(gc-count)
                             move bkcf-time to gc-time(gc-count)
                             move bkcf-program to gc-program(gc-count)
                             move bkcf-files to gc-files(gc-count)
                             move bkcf-seal to gc-seal(gc-count)
                       end-if
           end-read.

       list-generation.
           move gc-files(gc-num) to report-files.
           display gc-gen(gc-num) "  " gc-date(gc-num) " "
                 gc-time(gc-num) " " gc-program(gc-num) " "
                 report-files "     " gc-seal(gc-num).

       find-generation.
           move zero to gen-found.
           set gc-index to 1.
           search gc-entry
                 at end
                       continue
                 when gc-index > gc-count
                       continue
                 when gc-gen(gc-index) = gen-num
                       move 1 to gen-found
           end-search.

       load-manifest.
           move spaces to bkman-file-name.
           string "bk" delimited by size
                 gen-num delimited by size
                 ".man" delimited by size
                 into bkman-file-name.
           move zero to gf-count.
           open input bkman-file.
           if bkman-file-status = "00" then
                 perform read-manifest-entry with test after
                       until bkman-file-status not = "00"
                 close bkman-file
           end-if.

       read-manifest-entry.
           read bkman-file
                 at end
                       continue
                 not at end
                       if gf-count < gf-max-entries then
                             add 1 to gf-count
                             move bkmf-file to gf-file(gf-count)
                             move bkmf-records to gf-records(gf-count)
                             move bkmf-seal to gf-seal(gf-count)
                             move bkmf-broken to gf-broken(gf-count)
                             move bkmf-copy to gf-copy(gf-count)
                             move zero to gf-chosen(gf-count)
                             move zero to gf-staged(gf-count)
                             move spaces to gf-problem(gf-count)
                       end-if
           end-read.

       choose-all-files.
           if gf-seal(gf-num) = "MISSING" then
                 display "  " gf-file(gf-num) " was not on file at "
                       "backup time - skipped."
           else
                 move 1 to gf-chosen(gf-num)
                 add 1 to chosen-count
           end-if.

       choose-one-file.
           if gf-seal(gf-num) = "MISSING" then
                 display "  " gf-file(gf-num) " was not on file at "
                       "backup time - skipped."
           else
                 move gf-records(gf-num) to report-count
                 display "  Restore " function trim(gf-file(gf-num))
                       " (" function trim(report-count) " records, "
                       function trim(gf-seal(gf-num)) ")? (Y/N):"
                 accept file-answer
                 if function upper-case(file-answer) = "Y" then
                       move 1 to gf-chosen(gf-num)
                       add 1 to chosen-count
                 end-if
           end-if.

      *>Copy the saved file to its staging name, counting and
      *>grading the seals on the way through, then hold the result
      *>up against the manifest line.
       stage-chosen-file.
           if gf-chosen(gf-num) = 1 then
                 move gf-copy(gf-num) to saved-file-name
                 move gf-file(gf-num) to live-file-name
                 move spaces to stage-file-name
                 string "restore-" delimited by size
                       live-file-name delimited by space
                       into stage-file-name
                 perform set-seal-kind
                 move zero to file-records
                 move zero to file-sealed
                 move zero to file-broken
                 open input saved-file
                 if saved-file-status not = "00" then
                       move "copy is gone" to gf-problem(gf-num)
                       move 1 to restore-refused
                 else
                       perform stage-saved-file
                 end-if
           end-if.

       stage-saved-file.
           open output stage-file.
           if stage-file-status not = "00" then
                 move "cannot stage" to gf-problem(gf-num)
                 move 1 to restore-refused
           else
                 move 1 to gf-staged(gf-num)
                 perform stage-one-line with test after
                       until saved-file-status not = "00"
                 close stage-file
                 perform grade-file-seals
                 evaluate true
                     when file-records not = gf-records(gf-num)
                         move "record count differs"
                               to gf-problem(gf-num)
                         move 1 to restore-refused
                     when file-grade not = gf-seal(gf-num)
                         move "seals differ from backup"
                               to gf-problem(gf-num)
                         move 1 to restore-refused
                     when file-broken not = gf-broken(gf-num)
                         move "broken seal count differs"
                               to gf-problem(gf-num)
                         move 1 to restore-refused
                 end-evaluate
           end-if.
           close saved-file.

       stage-one-line.
           read saved-file
                 at end
                       continue
                 not at end
                       add 1 to file-records
                       move saved-record to seal-line
                       perform check-line-seal
                       write stage-record from saved-record
           end-read.

       grade-file-seals.
           evaluate true
               when seal-kind = space
                   move "N/A" to file-grade
               when file-broken > zero
                   move "BROKEN" to file-grade
               when file-sealed = zero
                   move "UNSEALED" to file-grade
               when other
                   move "OK" to file-grade
           end-evaluate.

      *>The paragraphs from here to COMPUTE-SEAL-CHECK are mirrored
      *>from snake-backup.cbl.
       set-seal-kind.
           evaluate live-file-name
               when "history.dat"
                   move "H" to seal-kind
               when "highscore.dat"
                   move "L" to seal-kind
               when "timeattack.dat"
                   move "L" to seal-kind
               when other
                   move space to seal-kind
           end-evaluate.

       check-line-seal.
           evaluate true
               when seal-kind = "H" and seal-line(54:6) is numeric
                     and seal-line(61:4) is numeric
                   add 1 to file-sealed
                   move spaces to seal-work
                   move seal-line(1:59) to seal-work
                   move 59 to seal-len
                   perform compute-seal-check
                   move seal-line(61:4) to line-check
                   if seal-check not = line-check then
                         add 1 to file-broken
                   end-if
               when seal-kind = "L" and seal-line(30:4) is numeric
                   add 1 to file-sealed
                   move spaces to seal-work
                   move seal-line(1:28) to seal-work
                   move 28 to seal-len
                   perform compute-seal-check
                   move seal-line(30:4) to line-check
                   if seal-check not = line-check then
                         add 1 to file-broken
                   end-if
           end-evaluate.

      *>Mirror of COMPUTE-SEAL-CHECK in snake.cbl.
       compute-seal-check.
           move zero to seal-acc.
           perform seal-one-char varying seal-pos from 1 by 1
                 until seal-pos > seal-len.
           move seal-acc to seal-check.

       seal-one-char.
           compute seal-acc = function mod(seal-acc * 31 +
                 function ord(seal-work(seal-pos:1)), 9973).

       drop-staged-files.
           perform drop-one-staged-file varying gf-num from 1 by 1
                 until gf-num > gf-count.

       drop-one-staged-file.
           if gf-staged(gf-num) = 1 then
                 move spaces to stage-file-name
                 string "restore-" delimited by size
                       gf-file(gf-num) delimited by space
                       into stage-file-name
                 perform remove-staged-file
           end-if.

       print-refusal.
           display "RESTORE REFUSED - generation does not check "
                 "against its manifest:".
           perform print-one-refusal varying gf-num from 1 by 1
                 until gf-num > gf-count.
           display "Nothing restored.".

       print-one-refusal.
           if gf-problem(gf-num) not = spaces then
                 display "  " gf-file(gf-num) " " gf-problem(gf-num)
           end-if.

      *>Save what is live now through snake-backup, the same way
      *>every other rewriting program does.
       save-live-files.
           move spaces to sys-command.
           move 1 to cmd-ptr.
           string "./snake-backup snake-restore" delimited by size
                 into sys-command
                 with pointer cmd-ptr.
           perform add-file-to-command varying gf-num from 1 by 1
                 until gf-num > gf-count.
           string x"00" delimited by size
                 into sys-command
                 with pointer cmd-ptr.
           call "system" using sys-command returning sys-result.

       add-file-to-command.
           if gf-chosen(gf-num) = 1 then
                 string " " delimited by size
                       gf-file(gf-num) delimited by space
                       into sys-command
                       with pointer cmd-ptr
           end-if.

      *>A copy that cannot be read, or a live file that cannot be
      *>opened for writing, leaves the staged copy where it is so
      *>the file can be put back by hand, and fails the run.
       put-back-chosen-file.
           if gf-chosen(gf-num) = 1 then
                 move gf-file(gf-num) to live-file-name
                 move spaces to stage-file-name
                 string "restore-" delimited by size
                       live-file-name delimited by space
                       into stage-file-name
                 open input stage-file
                 if stage-file-status not = "00" then
                       move "staged copy unreadable" to
                             gf-problem(gf-num)
                 else
                       open output live-file
                       if live-file-status not = "00" then
                             close stage-file
                             move "live file not writable" to
                                   gf-problem(gf-num)
                       end-if
                 end-if
                 if gf-problem(gf-num) not = spaces then
                       add 1 to put-back-failed
                       move 8 to return-code
                 else
                       perform put-back-one-line with test after
                             until stage-file-status not = "00"
                       close stage-file
                       close live-file
                       perform remove-staged-file
                       if gf-file(gf-num) = "history.dat" then
                             move 1 to history-restored
                       end-if
                 end-if
           end-if.

       remove-staged-file.
           move spaces to sys-command.
           string "rm -f " delimited by size
                 stage-file-name delimited by space
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result = zero then
                 move zero to gf-staged(gf-num)
           else
                 display "Could not remove "
                       function trim(stage-file-name)
                       " - delete it by hand."
           end-if.

       put-back-one-line.
           read stage-file
                 at end
                       continue
                 not at end
                       write live-record from stage-record
           end-read.

       print-restore-report.
           move gen-num to report-gen.
           display " ".
           display "Restore report - generation " report-gen.
           display "---------------------------------".
           display "File                 Records  Seals".
           perform print-one-restored varying gf-num from 1 by 1
                 until gf-num > gf-count.
           display "Files as they were before the restore are in "
                 "the newest generation.".
           if put-back-failed > zero then
                 display "RESTORE INCOMPLETE - the files marked NOT "
                       "RESTORED still have their restore- copy."
           end-if.

       print-one-restored.
           if gf-chosen(gf-num) = 1 then
                 if gf-problem(gf-num) not = spaces then
                       display gf-file(gf-num) " NOT RESTORED - "
                             gf-problem(gf-num)
                 else
                       move gf-records(gf-num) to report-count
                       display gf-file(gf-num) " " report-count "  "
                             gf-seal(gf-num)
                 end-if
           end-if.

       rebuild-player-master.
           move spaces to sys-command.
           string "./snake-plrmast" delimited by size
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Player master rebuild did not finish clean "
                       "- rerun snake-plrmast."
                 if return-code < 4 then
                       move 4 to return-code
                 end-if
           end-if.
