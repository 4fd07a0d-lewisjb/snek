      *>read/archived/kept and score totals on both sides) so a purge
      *>can be proven lossless.  Meant to be run after hours, like
      *>snake-recon, and safe to rerun: a second pass over an already
      *>trimmed file just archives nothing.  Ends with return code 8
      *>on a bad cutoff date and 4 when there is no history.dat, so
      *>snake-nightly can tell a failed step from a quiet one.
      *>Every archive file that receives lines is listed once in
      *>archive.cat (see arccatrec), so the batches that need the
      *>whole record of play - the player master rebuild - can find
      *>the archived part of it.

       environment division.
       input-output section.
           select keep-file assign to "history.tmp"
               organization is line sequential
               file status is keep-file-status.
           select archive-cat-file assign to "archive.cat"
               organization is line sequential
               file status is archive-cat-status.

       data division.
       file section.
      *>never reformats a record - whatever was on the line goes to
      *>one side or the other byte for byte.
       fd archive-file.
       01 archive-file-record pic x(100).

       fd keep-file.
       01 keep-file-record pic x(100).

       fd archive-cat-file.
       copy arccatrec.

       working-storage section.
       01 history-file-status pic x(2).
       01 archive-file-status pic x(2).
       01 keep-file-status pic x(2).
       01 archive-cat-status pic x(2).
       01 archive-listed pic 9(1) value zero.

       01 archive-file-name pic x(30).
       01 cutoff-date pic x(10).
       01 report-count pic z(6)9.
       01 report-total pic z(8)9.

       01 sys-command pic x(200).
       01 sys-result pic s9(9) usage is comp.

       procedure division.
       main-para.
           display "History archive and purge".
           perform validate-cutoff-date.
           if cutoff-valid = 0 then
                 display "Not a valid date: " cutoff-date
                 move 8 to return-code
                 stop run
           end-if.

           open input history-file.
           if history-file-status not = "00" then
                 display "No history.dat to archive - nothing to do."
                 move 4 to return-code
                 stop run
           end-if.

           perform take-backup.

           string "history-" delimited by size
                 cutoff-date(1:4) delimited by size
                 cutoff-date(6:2) delimited by size
           close keep-file.

           perform rewrite-history.
           if archive-count > zero then
                 perform catalog-archive-file
           end-if.
           perform print-control-report.
           stop run.

                       write history-file-record from keep-file-record
           end-read.

      *>A rerun with the same cutoff extends a file already listed,
      *>so the name is only added the first time.
       catalog-archive-file.
           move 0 to archive-listed.
           open input archive-cat-file.
           if archive-cat-status = "00" then
                 perform check-archive-listed with test after
                       until archive-cat-status not = "00"
                 close archive-cat-file
           end-if.
           if archive-listed = 0 then
                 move spaces to archive-cat-record
                 move archive-file-name to arcf-name
                 move cutoff-date to arcf-cutoff
                 string function current-date(1:4) delimited by size
                       "-" delimited by size
                       function current-date(5:2) delimited by size
                       "-" delimited by size
                       function current-date(7:2) delimited by size
                       into arcf-run-date
                 open extend archive-cat-file
                 if archive-cat-status = "35" then
                       open output archive-cat-file
                 end-if
                 write archive-cat-record
                 close archive-cat-file
           end-if.

       check-archive-listed.
           read archive-cat-file
                 at end
                       continue
                 not at end
                       if arcf-name = archive-file-name then
                             move 1 to archive-listed
                       end-if
           end-read.

       print-control-report.
           display spaces.
           display "Control report for cutoff " cutoff-date.
                       "history.tmp and the archive before trusting "
                       "this run."
           end-if.

      *>Save the files about to be rewritten as a backup generation
      *>(see snake-backup.cbl); nothing is rewritten without one.
       take-backup.
           move spaces to sys-command.
           string "./snake-backup snake-archive " delimited by size
                 "history.dat" delimited by size
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Backup generation failed - nothing "
                       "rewritten."
                 move 8 to return-code
                 stop run
           end-if.
