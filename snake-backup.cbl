       identification division.
       program-id. snake-backup.

      *>Backup generations.  Every batch program that rewrites a live
      *>file runs this first, with its own name and the files it is
      *>about to replace on the command line:
      *>
      *>   ./snake-backup snake-archive history.dat
      *>
      *>Each run saves the named files as one numbered generation -
      *>bkNNNN-<file> per file - writes the generation's manifest
      *>(bkNNNN.man, see bkmanrec) with each file's record count and
      *>how its seals verified, and adds the generation to the
      *>catalog backup.cat (see bkcatrec).  Only the newest N
      *>generations are kept, N from the first two columns of
      *>backup.cfg (5 when there is no such file); older ones roll
      *>off, copies and manifest together.  snake-restore.cbl puts a
      *>generation back.
      *>
      *>Ends with return code 8 when any file could not be saved,
      *>or when more files are named than one generation holds -
      *>the caller then refuses to rewrite anything.  A named file
      *>that does not exist yet is listed as missing, which is not a
      *>failure: there is nothing on disk to lose.

       environment division.
       input-output section.
       file-control.
           select live-file assign using live-file-name
               organization is line sequential
               file status is live-file-status.
           select copy-file assign using copy-file-name
               organization is line sequential
               file status is copy-file-status.
           select bkman-file assign using bkman-file-name
               organization is line sequential
               file status is bkman-file-status.
           select bkcat-file assign to "backup.cat"
               organization is line sequential
               file status is bkcat-file-status.
           select bkcat-temp-file assign to "backup.tmp"
               organization is line sequential
               file status is bkcat-temp-status.
           select bkcfg-file assign to "backup.cfg"
               organization is line sequential
               file status is bkcfg-file-status.

       data division.
       file section.
       fd live-file.
       01 live-record pic x(200).

       fd copy-file.
       01 copy-record pic x(200).

       fd bkman-file.
       copy bkmanrec.

       fd bkcat-file.
       copy bkcatrec.

       fd bkcat-temp-file.
       01 bkcat-temp-record pic x(60).

       fd bkcfg-file.
       01 bkcfg-file-record.
           05 bkcfgf-keep pic 9(2).

       working-storage section.
       01 live-file-status pic x(2).
       01 copy-file-status pic x(2).
       01 bkman-file-status pic x(2).
       01 bkcat-file-status pic x(2).
       01 bkcat-temp-status pic x(2).
       01 bkcfg-file-status pic x(2).
       01 live-file-name pic x(30).
       01 copy-file-name pic x(30).
       01 bkman-file-name pic x(30).
       01 remove-file-name pic x(30).
       01 sys-command pic x(50).
       01 sys-result pic s9(9) usage is comp.

       01 cmd-line-args pic x(1600).
       01 arg-ptr pic 9(4) usage is comp.
       01 arg-word pic x(30).
       01 caller-name pic x(16) value spaces.
      *>snake-registry names every archive in archive.cat on top of
      *>its own thirteen files, so the table has room to spare.
       01 bf-max-entries pic 9(2) value 60.
       01 bf-count pic 9(2) usage is comp value zero.
       01 bf-over pic 9(1) value zero.
       01 bf-table.
           05 bf-file pic x(20) occurs 60 times.
       01 bf-num pic 9(2) usage is comp.

       01 today-date pic x(10).
       01 now-time pic x(8).
       01 keep-count pic 9(2) value 5.
       01 gen-num pic 9(4) value zero.
       01 gen-on-file pic 9(4) usage is comp value zero.
       01 drop-count pic 9(4) usage is comp value zero.
       01 drop-done pic 9(4) usage is comp value zero.
       01 backup-failed pic 9(1) value zero.
       01 gen-broken pic 9(1) value zero.
       01 saved-count pic 9(2) usage is comp value zero.

      *>Which seal a file carries, by name: "H" the history seal
      *>(columns 1-59, sequence at 54, check at 61), "L" the
      *>leaderboard seal (columns 1-28, check at 30), space none.
       01 seal-kind pic x(1).
       01 file-records pic 9(7) usage is comp.
       01 file-sealed pic 9(7) usage is comp.
       01 file-broken pic 9(5) usage is comp.
       01 seal-line pic x(200).
       01 line-check pic 9(4).
       01 seal-work pic x(80).
       01 seal-len pic 9(2) usage is comp.
       01 seal-pos pic 9(2) usage is comp.
       01 seal-acc pic 9(7) usage is comp.
       01 seal-check pic 9(4).

       01 report-count pic z(6)9.
       01 report-gen pic 9(4).

       procedure division.
       main-para.
           accept cmd-line-args from command-line.
           move 1 to arg-ptr.
           perform take-one-arg until arg-ptr > 1600.
           if bf-over = 1 then
                 display "snake-backup: more than " bf-max-entries
                       " files named - nothing saved."
                 move 8 to return-code
                 stop run
           end-if.
           if bf-count = zero then
                 display "snake-backup: no files named - usage is "
                       "snake-backup <program> <file> ..."
                 move 8 to return-code
                 stop run
           end-if.
           perform make-today-date.
           perform make-now-time.
           perform load-backup-config.
           perform scan-backup-catalog.
           add 1 to gen-num.
           move gen-num to report-gen.
           display "Backup generation " report-gen " before "
                 caller-name.

           move spaces to bkman-file-name.
           string "bk" delimited by size
                 gen-num delimited by size
                 ".man" delimited by size
                 into bkman-file-name.
           open output bkman-file.
           if bkman-file-status not = "00" then
                 display "Cannot write " bkman-file-name
                 move 8 to return-code
                 stop run
           end-if.
           perform back-up-one-file varying bf-num from 1 by 1
                 until bf-num > bf-count.
           close bkman-file.

           if backup-failed = 1 then
                 display "BACKUP FAILED - the generation is not "
                       "cataloged; nothing may be rewritten."
                 move 8 to return-code
                 stop run
           end-if.
           perform catalog-generation.
           perform roll-off-old-generations.
           stop run.

      *>First word is the calling program, the rest are files.
       take-one-arg.
           move spaces to arg-word.
           unstring cmd-line-args delimited by all spaces
                 into arg-word
                 with pointer arg-ptr
           end-unstring.
           if arg-word not = spaces then
                 if caller-name = spaces then
                       move arg-word to caller-name
                 else
                       if bf-count < bf-max-entries then
                             add 1 to bf-count
                             move arg-word to bf-file(bf-count)
                       else
                             move 1 to bf-over
                       end-if
                 end-if
           end-if.

       make-today-date.
           string function current-date(1:4) delimited by size
                 "-" delimited by size
                 function current-date(5:2) delimited by size
                 "-" delimited by size
                 function current-date(7:2) delimited by size
                 into today-date.

       make-now-time.
           string function current-date(9:2) delimited by size
                 ":" delimited by size
                 function current-date(11:2) delimited by size
                 ":" delimited by size
                 function current-date(13:2) delimited by size
                 into now-time.

       load-backup-config.
           open input bkcfg-file.
           if bkcfg-file-status = "00" then
                 read bkcfg-file
                       at end
                             continue
                       not at end
                             if bkcfgf-keep is numeric and
                                   bkcfgf-keep > zero then
                                   move bkcfgf-keep to keep-count
                             end-if
                 end-read
                 close bkcfg-file
           end-if.

      *>Generation numbers only ever go up, so the last catalog
      *>line holds the highest one.
       scan-backup-catalog.
           move zero to gen-num.
           move zero to gen-on-file.
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
                       add 1 to gen-on-file
                       if bkcf-gen > gen-num then
                             move bkcf-gen to gen-num
                       end-if
           end-read.

       back-up-one-file.
           move bf-file(bf-num) to live-file-name.
           move spaces to copy-file-name.
           string "bk" delimited by size
                 gen-num delimited by size
                 "-" delimited by size
                 live-file-name delimited by space
                 into copy-file-name.
           perform set-seal-kind.
           move zero to file-records.
           move zero to file-sealed.
           move zero to file-broken.
           move spaces to bkman-file-record.
           move live-file-name to bkmf-file.
           move copy-file-name to bkmf-copy.
           open input live-file.
           evaluate true
               when live-file-status = "35"
                   move "MISSING" to bkmf-seal
                   move spaces to bkmf-copy
               when live-file-status not = "00"
                   display "Cannot read " live-file-name
                   move 1 to backup-failed
                   move "FAILED" to bkmf-seal
               when other
                   perform copy-live-file
           end-evaluate.
           move file-records to bkmf-records.
           move file-broken to bkmf-broken.
           write bkman-file-record.
           move file-records to report-count.
           display "  " live-file-name " " report-count " records  "
                 bkmf-seal.

       copy-live-file.
           open output copy-file.
           if copy-file-status not = "00" then
                 display "Cannot write " copy-file-name
                 move 1 to backup-failed
                 move "FAILED" to bkmf-seal
           else
                 perform copy-one-line with test after
                       until live-file-status not = "00"
                 close copy-file
                 add 1 to saved-count
                 perform grade-file-seals
           end-if.
           close live-file.

       copy-one-line.
           read live-file
                 at end
                       continue
                 not at end
                       add 1 to file-records
                       move live-record to seal-line
                       perform check-line-seal
                       write copy-record from live-record
           end-read.

       grade-file-seals.
           evaluate true
               when seal-kind = space
                   move "N/A" to bkmf-seal
               when file-broken > zero
                   move "BROKEN" to bkmf-seal
                   move 1 to gen-broken
               when file-sealed = zero
                   move "UNSEALED" to bkmf-seal
               when other
                   move "OK" to bkmf-seal
           end-evaluate.

      *>The paragraphs from here to COMPUTE-SEAL-CHECK are mirrored
      *>in snake-restore.cbl, which re-grades the copy the same way.
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

      *>Lines from before the seal existed count as unsealed, the
      *>same as the seal report in snake-recon.
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

       catalog-generation.
           open extend bkcat-file.
           if bkcat-file-status = "35" then
                 open output bkcat-file
           end-if.
           move spaces to bkcat-file-record.
           move gen-num to bkcf-gen.
           move today-date to bkcf-date.
           move now-time to bkcf-time.
           move caller-name to bkcf-program.
           move bf-count to bkcf-files.
           if gen-broken = 1 then
                 move "BROKEN" to bkcf-seal
           else
                 move "OK" to bkcf-seal
           end-if.
           write bkcat-file-record.
           close bkcat-file.
           add 1 to gen-on-file.
           if gen-broken = 1 then
                 display "Saved with BROKEN seals - see "
                       bkman-file-name
           end-if.

      *>The oldest generations are at the top of the catalog: their
      *>copies and manifests are deleted, and the catalog is
      *>rewritten through backup.tmp without them.
       roll-off-old-generations.
           if gen-on-file > keep-count then
                 compute drop-count = gen-on-file - keep-count
                 move zero to drop-done
                 open input bkcat-file
                 open output bkcat-temp-file
                 perform sift-catalog-entry with test after
                       until bkcat-file-status not = "00"
                 close bkcat-file
                 close bkcat-temp-file
                 open input bkcat-temp-file
                 open output bkcat-file
                 perform copy-back-catalog with test after
                       until bkcat-temp-status not = "00"
                 close bkcat-temp-file
                 close bkcat-file
                 move "backup.tmp" to remove-file-name
                 perform remove-file
           end-if.

       sift-catalog-entry.
           read bkcat-file
                 at end
                       continue
                 not at end
                       if drop-done < drop-count then
                             add 1 to drop-done
                             perform drop-generation
                       else
                             write bkcat-temp-record from
                                   bkcat-file-record
                       end-if
           end-read.

       drop-generation.
           move bkcf-gen to report-gen.
           move spaces to bkman-file-name.
           string "bk" delimited by size
                 bkcf-gen delimited by size
                 ".man" delimited by size
                 into bkman-file-name.
           open input bkman-file.
           if bkman-file-status = "00" then
                 perform drop-generation-copy with test after
                       until bkman-file-status not = "00"
                 close bkman-file
           end-if.
           move bkman-file-name to remove-file-name.
           perform remove-file.
           display "Generation " report-gen " rolled off.".

       drop-generation-copy.
           read bkman-file
                 at end
                       continue
                 not at end
                       if bkmf-copy not = spaces then
                             move bkmf-copy to remove-file-name
                             perform remove-file
                       end-if
           end-read.

      *>The new generation is already safe by the time anything is
      *>removed, so a file that will not go is reported and left for
      *>the operator rather than failing the backup.
       remove-file.
           move spaces to sys-command.
           string "rm -f " delimited by size
                 remove-file-name delimited by space
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Could not remove "
                       function trim(remove-file-name)
                       " - delete it by hand."
           end-if.

       copy-back-catalog.
           read bkcat-temp-file
                 at end
                       continue
                 not at end
                       write bkcat-file-record from bkcat-temp-record
           end-read.
