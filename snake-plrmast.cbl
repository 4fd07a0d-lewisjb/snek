       identification division.
       program-id. snake-plrmast.

      *>Player master rebuild.  snake.cbl keeps the indexed player
      *>summary master (plrmast.dat, see plrmastrec) current at every
      *>game over; this batch recreates it from scratch out of the
      *>whole record of play, for a first load, after a lost or
      *>damaged master, or after snake-registry or snake-merge has
      *>rewritten the player columns of the log.  Sources are read
      *>oldest first, so the daily streaks come out as they were
      *>lived:
      *>
      *>   1. any archive files named on the command line - archives
      *>      written before archive.cat was kept, e.g.
      *>         ./snake-plrmast history-20250101.arc
      *>   2. every archive listed in archive.cat, in catalog order
      *>   3. history.dat
      *>
      *>A name given twice is read once.  Every line goes through the
      *>same POST-MASTER-LINE paragraphs the game uses.  Ends with a
      *>control report of lines read per file, and checks that the
      *>games on the rebuilt master add up to the seats posted.
      *>Return code 8 when the master cannot be created, 4 when no
      *>source could be read or the totals do not balance, for
      *>snake-nightly.  The master is derived data - everything in
      *>it comes back from the files read here, which carry their
      *>own backups - so no backup generation is taken first.

       environment division.
       input-output section.
       file-control.
           select source-file assign using source-file-name
               organization is line sequential
               file status is source-file-status.
           select archive-cat-file assign to "archive.cat"
               organization is line sequential
               file status is archive-cat-status.
           select player-master-file assign to "plrmast.dat"
               organization is indexed
               access mode is dynamic
               record key is pmf-player
               file status is player-master-status.

       data division.
       file section.
      *>Archives hold history lines byte for byte, so one layout
      *>reads every source.
       fd source-file.
       copy historyrec.

       fd archive-cat-file.
       copy arccatrec.

       fd player-master-file.
       copy plrmastrec.

       working-storage section.
       01 source-file-status pic x(2).
       01 archive-cat-status pic x(2).
       01 source-file-name pic x(30).

       01 cmd-line-args pic x(200).
       01 arg-ptr pic 9(3) usage is comp.
       01 arg-word pic x(30).

      *>Source files in the order they are read, with the per-file
      *>line counts for the control report.
       01 src-max-entries pic 9(3) usage is comp value 200.
       01 src-count pic 9(3) usage is comp value zero.
       01 src-table.
           05 src-entry occurs 200 times indexed by src-index.
               10 src-name pic x(30).
               10 src-found pic 9(1).
               10 src-read pic 9(7) usage is comp.
       01 src-dup pic 9(1) value zero.
       01 src-found-count pic 9(3) usage is comp value zero.

      *>Posting scratch for POST-MASTER-LINE: which seat is being
      *>credited, whether its record is new, and the day numbers the
      *>daily streak is walked by.
       01 player-master-status pic x(2).
       01 pm-seat-id pic x(3).
       01 pm-seat-num pic 9(1).
       01 pm-new pic 9(1) value zero.
       01 pm-points pic 9(7).
       01 pm-date-num pic 9(8).
       01 pm-day-num pic 9(7) usage is comp.
       01 pm-last-day-num pic 9(7) usage is comp.
       01 pm-post-errors pic 9(7) usage is comp value zero.

      *>Control totals: seats posted from the sources, against what
      *>the rebuilt master holds when read back.
       01 seat-count pic 9(9) usage is comp value zero.
       01 master-players pic 9(7) usage is comp value zero.
       01 master-games pic 9(9) usage is comp value zero.

       01 report-count pic z(8)9.

       procedure division.
       main-para.
           display "Player master rebuild".
           display "=====================".
           accept cmd-line-args from command-line.
           move 1 to arg-ptr.
           perform take-one-arg until arg-ptr > 200.
           perform load-archive-catalog.
           move "history.dat" to arg-word.
           perform add-source.

           open output player-master-file.
           if player-master-status not = "00" then
                 display "Cannot create plrmast.dat - file status "
                       player-master-status
                 move 8 to return-code
                 stop run
           end-if.
           close player-master-file.
           open i-o player-master-file.
           if player-master-status not = "00" then
                 display "Cannot reopen plrmast.dat - file status "
                       player-master-status
                 move 8 to return-code
                 stop run
           end-if.
           perform post-source-file varying src-index from 1 by 1
                 until src-index > src-count.
           close player-master-file.

           perform tally-master.
           perform print-control-report.
           stop run.

       take-one-arg.
           move spaces to arg-word.
           unstring cmd-line-args delimited by all spaces
                 into arg-word
                 with pointer arg-ptr
           end-unstring.
           if arg-word not = spaces then
                 perform add-source
           end-if.

       add-source.
           move 0 to src-dup.
           perform check-source-listed varying src-index from 1 by 1
                 until src-index > src-count.
           if src-dup = 0 and src-count < src-max-entries then
                 add 1 to src-count
                 move arg-word to src-name(src-count)
                 move 0 to src-found(src-count)
                 move zero to src-read(src-count)
           end-if.

       check-source-listed.
           if src-name(src-index) = arg-word then
                 move 1 to src-dup
           end-if.

       load-archive-catalog.
           open input archive-cat-file.
           if archive-cat-status = "00" then
                 perform read-archive-entry with test after
                       until archive-cat-status not = "00"
                 close archive-cat-file
           end-if.

       read-archive-entry.
           read archive-cat-file
                 at end
                       continue
                 not at end
                       if arcf-name not = spaces then
                             move arcf-name to arg-word
                             perform add-source
                       end-if
           end-read.

       post-source-file.
           move src-name(src-index) to source-file-name.
           open input source-file.
           if source-file-status = "00" then
                 move 1 to src-found(src-index)
                 add 1 to src-found-count
                 perform post-source-line with test after
                       until source-file-status not = "00"
                 close source-file
           end-if.

       post-source-line.
           read source-file
                 at end
                       continue
                 not at end
                       add 1 to src-read(src-index)
                       if histf-player not = "---" and
                             histf-player not = spaces and
                             histf-player not = "CPU" then
                             add 1 to seat-count
                       end-if
                       if histf-player2 not = "---" and
                             histf-player2 not = spaces and
                             histf-player2 not = "CPU" then
                             add 1 to seat-count
                       end-if
                       perform post-master-line
           end-read.

      *>Posts the history line in the record area to the player
      *>master, once for each seat that carries initials.  Mirrored
      *>from LOG-GAME-HISTORY's update in snake.cbl; the copies must
      *>stay identical or a rebuilt master would disagree with the
      *>one the game keeps current.
       post-master-line.
           if histf-player not = "---" and histf-player not = spaces
                 and histf-player not = "CPU" then
                 move histf-player to pm-seat-id
                 move 1 to pm-seat-num
                 perform post-master-seat
           end-if.
           if histf-player2 not = "---" and
                 histf-player2 not = spaces and
                 histf-player2 not = "CPU" then
                 move histf-player2 to pm-seat-id
                 move 2 to pm-seat-num
                 perform post-master-seat
           end-if.

       post-master-seat.
           move pm-seat-id to pmf-player.
           read player-master-file
                 invalid key
                       move 1 to pm-new
                 not invalid key
                       move 0 to pm-new
           end-read.
           if pm-new = 1 then
                 move spaces to player-master-record
                 move pm-seat-id to pmf-player
                 move zero to pmf-games
                 move zero to pmf-total-points
                 move zero to pmf-best-points
                 move zero to pmf-playtime
                 move zero to pmf-cur-streak
                 move zero to pmf-long-streak
                 move zero to pmf-h2h-wins
                 move zero to pmf-h2h-losses
           end-if.
           add 1 to pmf-games.
           if histf-duration is numeric then
                 add histf-duration to pmf-playtime
           end-if.
           if pm-seat-num = 1 then
                 perform credit-master-points
           end-if.
           if histf-date > pmf-last-date then
                 move histf-date to pmf-last-date
           end-if.
           if histf-mode = "D" then
                 perform credit-master-streak
           end-if.
      *>A game against the computer or an unclaimed seat is not
      *>head-to-head.
           if histf-player not = "CPU" and histf-player2 not = "CPU"
                 and histf-player not = "---" and
                 histf-player2 not = "---" and
                 histf-player not = spaces and
                 histf-player2 not = spaces then
                 evaluate true
                     when histf-winner = "1" and pm-seat-num = 1
                     when histf-winner = "2" and pm-seat-num = 2
                         add 1 to pmf-h2h-wins
                     when histf-winner = "1" or histf-winner = "2"
                         add 1 to pmf-h2h-losses
                 end-evaluate
           end-if.
           if pm-new = 1 then
                 write player-master-record
                       invalid key
                             add 1 to pm-post-errors
                 end-write
           else
                 rewrite player-master-record
                       invalid key
                             add 1 to pm-post-errors
                 end-rewrite
           end-if.

      *>Points fall back to the old length-as-score on lines written
      *>before points existed, as everywhere else the log is read.
       credit-master-points.
           if histf-points is numeric then
                 move histf-points to pm-points
           else
                 if histf-score is numeric then
                       move histf-score to pm-points
                 else
                       move zero to pm-points
                 end-if
           end-if.
           add pm-points to pmf-total-points.
           if pm-points > pmf-best-points then
                 move pm-points to pmf-best-points
           end-if.

      *>Same day-number walk as CREDIT-DAILY-DAY in snake.cbl: a
      *>second daily game on the same day changes nothing, the next
      *>calendar day extends the streak, and any gap starts it again
      *>at one.  A line older than the last daily day (an archive
      *>read out of order) leaves the streak alone.
       credit-master-streak.
           if histf-date(1:4) is numeric and
                 histf-date(6:2) is numeric and
                 histf-date(9:2) is numeric then
                 compute pm-date-num =
                       function numval(histf-date(1:4)) * 10000 +
                       function numval(histf-date(6:2)) * 100 +
                       function numval(histf-date(9:2))
                 compute pm-day-num =
                       function integer-of-date(pm-date-num)
                 move zero to pm-last-day-num
                 if pmf-last-daily(1:4) is numeric and
                       pmf-last-daily(6:2) is numeric and
                       pmf-last-daily(9:2) is numeric then
                       compute pm-date-num =
                             function numval(pmf-last-daily(1:4))
                             * 10000 +
                             function numval(pmf-last-daily(6:2))
                             * 100 +
                             function numval(pmf-last-daily(9:2))
                       compute pm-last-day-num =
                             function integer-of-date(pm-date-num)
                 end-if
                 if pm-day-num > zero then
                       evaluate true
                           when pm-day-num <= pm-last-day-num
                               continue
                           when pm-day-num = pm-last-day-num + 1
                               add 1 to pmf-cur-streak
                           when other
                               move 1 to pmf-cur-streak
                       end-evaluate
                       if pm-day-num > pm-last-day-num then
                             move histf-date to pmf-last-daily
                       end-if
                       if pmf-cur-streak > pmf-long-streak then
                             move pmf-cur-streak to pmf-long-streak
                       end-if
                 end-if
           end-if.

      *>Reads the finished master back in key order for the control
      *>totals.
       tally-master.
           open input player-master-file.
           if player-master-status = "00" then
                 perform tally-master-record with test after
                       until player-master-status not = "00"
                 close player-master-file
           end-if.

       tally-master-record.
           read player-master-file next record
                 at end
                       continue
                 not at end
                       add 1 to master-players
                       add pmf-games to master-games
           end-read.

       print-control-report.
           display spaces.
           display "Source                           Lines read".
           perform print-source-line varying src-index from 1 by 1
                 until src-index > src-count.
           display spaces.
           move seat-count to report-count.
           display "Seats posted:        " report-count.
           move master-players to report-count.
           display "Players on master:   " report-count.
           move master-games to report-count.
           display "Games on master:     " report-count.
           move pm-post-errors to report-count.
           display "Write errors:        " report-count.
           if src-found-count = zero then
                 display "No history.dat or archive could be read - "
                       "the master is empty."
                 move 4 to return-code
           else
                 if master-games = seat-count and
                       pm-post-errors = zero then
                       display "Control totals balance - every seat "
                             "is on the master."
                 else
                       display "CONTROL TOTALS DO NOT BALANCE - do "
                             "not trust plrmast.dat until this is "
                             "explained."
                       move 4 to return-code
                 end-if
           end-if.

       print-source-line.
           if src-found(src-index) = 1 then
                 move src-read(src-index) to report-count
                 display src-name(src-index) "  " report-count
           else
                 display src-name(src-index) "  not on file"
           end-if.
