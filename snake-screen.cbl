       identification division.
       program-id. snake-screen.

      *>Suspicious-game screening report.  The seal report in
      *>snake-recon catches a line somebody edited; this one looks
      *>for games that were logged honestly and still do not add up.
      *>Meant to be run after hours.  It reads history.dat,
      *>replaycat.dat and highscore.dat and flags:
      *>
      *>   FAST-GROW  the snake grew more than three times faster
      *>              (segments per minute) than the norm for games on
      *>              the same layout in the same mode
      *>   PTS-LEN    points that cannot come from that snake length -
      *>              any points at length 1, fewer than the ten per
      *>              segment every meal is worth, or points per
      *>              segment over three times the layout/mode norm
      *>   BURST      one player holding three or more top-10 entries
      *>              set within fifteen minutes of each other
      *>   NO-REPLAY  a top-10 entry with no replaycat.dat line
      *>
      *>Norms come from the log itself in a first pass: the average
      *>growth rate and points per segment of every game on each
      *>layout and mode.  A game is held up against the norm of the
      *>other games, not counting itself, and only once there are
      *>enough of them to mean something.  Top-10 entries are tied
      *>to their replay (and so to the time of day they were set) by
      *>date, player, length and points, the columns the catalog
      *>shares with the table.
      *>
      *>A flag the operator has looked at is cleared by running
      *>
      *>   ./snake-screen CLEAR
      *>
      *>which lists the flags and asks which to clear; cleared flags
      *>go to the reviewed-exceptions file review.exc (see rvexrec)
      *>and are not reported again.  Every run rewrites review.dat
      *>(see reviewrec) with the top-10 entries still under a flag,
      *>which snake.cbl marks "under review" at game over.
      *>
      *>Ends with return code 4 when any flag is still outstanding.

       environment division.
       input-output section.
       file-control.
           select history-file assign to "history.dat"
               organization is line sequential
               file status is history-file-status.
           select replay-cat-file assign to "replaycat.dat"
               organization is line sequential
               file status is replay-cat-status.
           select high-score-file assign to "highscore.dat"
               organization is line sequential
               file status is hs-file-status.
           select review-exc-file assign to "review.exc"
               organization is line sequential
               file status is review-exc-status.
           select review-file assign to "review.dat"
               organization is line sequential
               file status is review-file-status.

       data division.
       file section.
       fd history-file.
       copy historyrec.

       fd replay-cat-file.
       copy rpycatrec.

       fd high-score-file.
       copy hsrec.

       fd review-exc-file.
       copy rvexrec.

       fd review-file.
       copy reviewrec.

       working-storage section.
       01 history-file-status pic x(2).
       01 replay-cat-status pic x(2).
       01 hs-file-status pic x(2).
       01 review-exc-status pic x(2).
       01 review-file-status pic x(2).

       01 cmd-line-args pic x(20).
       01 clear-mode pic 9(1) value zero.
       01 today-date pic x(10).

      *>How far out of line a game has to be before it is flagged,
      *>and how many other games a norm needs behind it.
       01 screen-growth-factor pic 9(2) value 3.
       01 screen-ratio-factor pic 9(2) value 3.
       01 screen-min-games pic 9(3) value 5.
       01 screen-min-growth pic 9(3) value 10.
       01 screen-min-points pic 9(3) value 10.
       01 burst-entries pic 9(2) value 3.
       01 burst-window-secs pic 9(5) value 900.

      *>Per layout and mode norms: games with a clock on them and
      *>their growth rates, games with some growth and their points
      *>per segment.
       01 nm-max-entries pic 9(2) value 40.
       01 nm-count pic 9(2) usage is comp value zero.
       01 nm-overflow pic 9(7) usage is comp value zero.
       01 nm-table.
           05 nm-entry occurs 40 times indexed by nm-index.
               10 nm-layout pic x(8).
               10 nm-mode pic x(1).
               10 nm-rate-games pic 9(7) usage is comp.
               10 nm-rate-sum pic 9(9)v99 usage is comp.
               10 nm-ratio-games pic 9(7) usage is comp.
               10 nm-ratio-sum pic 9(9)v99 usage is comp.
       01 nm-slot pic 9(2) usage is comp.
       01 line-layout pic x(8).
       01 line-mode pic x(1).

      *>This line's figures and the norm it is held up against.
       01 line-growth pic 9(5) usage is comp.
       01 line-rate pic 9(7)v99 usage is comp.
       01 line-ratio pic 9(7)v99 usage is comp.
       01 norm-rate pic 9(7)v99 usage is comp.
       01 norm-ratio pic 9(7)v99 usage is comp.
       01 line-is-usable pic 9(1).

      *>Cleared flags from review.exc.
       01 rx-max-entries pic 9(4) value 500.
       01 rx-count pic 9(4) usage is comp value zero.
       01 rx-table.
           05 rx-entry occurs 500 times indexed by rx-index.
               10 rx-rule pic x(10).
               10 rx-key pic x(52).
       01 rx-found pic 9(1).

      *>Flags raised this run (and not already cleared).
       01 fl-max-entries pic 9(3) value 200.
       01 fl-count pic 9(3) usage is comp value zero.
       01 fl-overflow pic 9(7) usage is comp value zero.
       01 fl-table.
           05 fl-entry occurs 200 times indexed by fl-index.
               10 fl-rule pic x(10).
               10 fl-key pic x(52).
               10 fl-detail pic x(36).
               10 fl-cleared pic 9(1).
       01 fl-num pic 9(3) usage is comp.
       01 new-rule pic x(10).
       01 new-key pic x(52).
       01 new-detail pic x(36).
       01 cleared-count pic 9(3) usage is comp value zero.
       01 open-count pic 9(3) usage is comp value zero.

      *>The top-10 table, each entry's start time from its replay
      *>name (replay-YYYYMMDD-HHMMSS.rpl), and its review state.
       01 hs-max-entries pic 9(2) value 10.
       01 hs-count pic 9(2) usage is comp value zero.
       01 hs-table.
           05 hs-entry occurs 10 times indexed by hs-index.
               10 hs-score pic 9(5).
               10 hs-date pic x(10).
               10 hs-player pic x(3).
               10 hs-points pic 9(7).
               10 hs-has-replay pic 9(1).
               10 hs-start-secs pic 9(5) usage is comp.
               10 hs-in-burst pic 9(1).
               10 hs-review-rule pic x(10).
       01 hs-other pic 9(2) usage is comp.
       01 burst-count pic 9(2) usage is comp.
       01 burst-gap pic s9(6) usage is comp.
       01 review-count pic 9(2) usage is comp value zero.

      *>A top-10 entry laid out the way highscore.dat holds it, to
      *>key the leaderboard flags.
       01 lb-key.
           05 lb-score pic 9(5).
           05 filler pic x(1) value space.
           05 lb-date pic x(10).
           05 filler pic x(1) value space.
           05 lb-player pic x(3).
           05 filler pic x(1) value space.
           05 lb-points pic 9(7).

       01 read-count pic 9(7) usage is comp value zero.
       01 screened-count pic 9(7) usage is comp value zero.
       01 skipped-count pic 9(7) usage is comp value zero.
       01 catalog-count pic 9(7) usage is comp value zero.

       01 clear-input pic x(10).
       01 clear-done pic 9(1) value zero.
       01 clear-num pic 9(5) usage is comp.

       01 report-num pic zz9.
       01 report-count pic z(6)9.
       01 report-rate pic z(6)9.9.
       01 report-norm pic z(6)9.9.
       01 report-rank pic z9.

       procedure division.
       main-para.
           accept cmd-line-args from command-line.
           if function upper-case(cmd-line-args) = "CLEAR" then
                 move 1 to clear-mode
           end-if.
           perform make-today-date.
           display "Suspicious-game screening report - " today-date.
           display "=============================================".
           perform load-exceptions.
           open input history-file.
           if history-file-status not = "00" then
                 display "No history.dat - nothing to screen."
           else
                 perform build-norm-entry with test after
                       until history-file-status not = "00"
                 close history-file
                 open input history-file
                 perform screen-history-entry with test after
                       until history-file-status not = "00"
                 close history-file
           end-if.
           perform load-high-scores.
           perform match-catalog-lines.
           perform screen-leaderboard.
           perform print-flags.
           if clear-mode = 1 and fl-count > zero then
                 perform clear-flags
           end-if.
           perform mark-leaderboard.
           perform write-review-file.
           perform print-review-entries.
           perform print-control-report.
           if open-count > zero then
                 move 4 to return-code
           end-if.
           stop run.

       make-today-date.
           string function current-date(1:4) delimited by size
                 "-" delimited by size
                 function current-date(5:2) delimited by size
                 "-" delimited by size
                 function current-date(7:2) delimited by size
                 into today-date.

       load-exceptions.
           open input review-exc-file.
           if review-exc-status = "00" then
                 perform read-exception-entry with test after
                       until review-exc-status not = "00"
                 close review-exc-file
           end-if.

       read-exception-entry.
           read review-exc-file
                 at end
                       continue
                 not at end
                       if rx-count < rx-max-entries then
                             add 1 to rx-count
                             move rvxf-rule to rx-rule(rx-count)
                             move rvxf-key to rx-key(rx-count)
                       end-if
           end-read.

      *>A line is only screened when its length, duration and
      *>points are all there - old short lines are skipped.
       check-line-usable.
           move 1 to line-is-usable.
           if histf-score is not numeric or
                 histf-duration is not numeric or
                 histf-points is not numeric or
                 histf-score = zero then
                 move zero to line-is-usable
           end-if.
           move histf-layout to line-layout.
           if line-layout = spaces then
                 move "OPEN" to line-layout
           end-if.
           move histf-mode to line-mode.
           if line-mode = space then
                 move "N" to line-mode
           end-if.

       compute-line-figures.
           compute line-growth = histf-score - 1.
           move zero to line-rate.
           move zero to line-ratio.
           if histf-duration > zero then
                 compute line-rate rounded =
                       line-growth * 60 / histf-duration
           end-if.
           if line-growth > zero then
                 compute line-ratio rounded =
                       histf-points / line-growth
           end-if.

       build-norm-entry.
           read history-file
                 at end
                       continue
                 not at end
                       add 1 to read-count
                       perform check-line-usable
                       if line-is-usable = 1 then
                             perform compute-line-figures
                             perform find-norm-slot
                             if nm-slot > zero then
                                   perform add-to-norm
                             else
                                   add 1 to nm-overflow
                             end-if
                       else
                             add 1 to skipped-count
                       end-if
           end-read.

      *>Both passes look the norm up here; only the first pass,
      *>which builds the table, counts the lines that missed it.
       find-norm-slot.
           move zero to nm-slot.
           perform check-norm-slot varying nm-index from 1 by 1
                 until nm-index > nm-count or nm-slot > zero.
           if nm-slot = zero then
                 if nm-count < nm-max-entries then
                       add 1 to nm-count
                       move nm-count to nm-slot
                       move line-layout to nm-layout(nm-slot)
                       move line-mode to nm-mode(nm-slot)
                       move zero to nm-rate-games(nm-slot)
                       move zero to nm-rate-sum(nm-slot)
                       move zero to nm-ratio-games(nm-slot)
                       move zero to nm-ratio-sum(nm-slot)
                 end-if
           end-if.

       check-norm-slot.
           if nm-layout(nm-index) = line-layout and
                 nm-mode(nm-index) = line-mode then
                 set nm-slot to nm-index
           end-if.

       add-to-norm.
           if histf-duration > zero then
                 add 1 to nm-rate-games(nm-slot)
                 add line-rate to nm-rate-sum(nm-slot)
           end-if.
           if line-growth > zero then
                 add 1 to nm-ratio-games(nm-slot)
                 add line-ratio to nm-ratio-sum(nm-slot)
           end-if.

       screen-history-entry.
           read history-file
                 at end
                       continue
                 not at end
                       perform check-line-usable
                       if line-is-usable = 1 then
                             add 1 to screened-count
                             perform compute-line-figures
                             perform find-norm-slot
                             perform check-fast-growth
                             perform check-points-for-length
                       end-if
           end-read.

      *>The norm leaves this game out, so one wild game cannot drag
      *>its own yardstick up.
       check-fast-growth.
           if nm-slot > zero and histf-duration > zero and
                 line-growth >= screen-min-growth and
                 nm-rate-games(nm-slot) > screen-min-games then
                 compute norm-rate rounded =
                       (nm-rate-sum(nm-slot) - line-rate) /
                       (nm-rate-games(nm-slot) - 1)
                 if line-rate > norm-rate * screen-growth-factor then
                       move line-rate to report-rate
                       move norm-rate to report-norm
                       move spaces to new-detail
                       string function trim(report-rate)
                             delimited by size
                             " seg/min, norm " delimited by size
                             function trim(report-norm)
                             delimited by size
                             into new-detail
                       move "FAST-GROW" to new-rule
                       move history-file-record(1:52) to new-key
                       perform raise-flag
                 end-if
           end-if.

       check-points-for-length.
           move spaces to new-detail.
           evaluate true
               when line-growth = zero and histf-points > zero
                   move "points with no growth" to new-detail
               when histf-points < line-growth * screen-min-points
                   move "fewer points than segments eaten"
                         to new-detail
               when nm-slot > zero and line-growth > zero and
                     nm-ratio-games(nm-slot) > screen-min-games
                   compute norm-ratio rounded =
                         (nm-ratio-sum(nm-slot) - line-ratio) /
                         (nm-ratio-games(nm-slot) - 1)
                   if line-ratio > norm-ratio * screen-ratio-factor
                         then
                         move line-ratio to report-rate
                         move norm-ratio to report-norm
                         string function trim(report-rate)
                               delimited by size
                               " pts/seg, norm " delimited by size
                               function trim(report-norm)
                               delimited by size
                               into new-detail
                   end-if
           end-evaluate.
           if new-detail not = spaces then
                 move "PTS-LEN" to new-rule
                 move history-file-record(1:52) to new-key
                 perform raise-flag
           end-if.

      *>A flag already cleared in review.exc is dropped here.
       raise-flag.
           move zero to rx-found.
           perform check-exception varying rx-index from 1 by 1
                 until rx-index > rx-count or rx-found = 1.
           if rx-found = 0 then
                 if fl-count < fl-max-entries then
                       add 1 to fl-count
                       move new-rule to fl-rule(fl-count)
                       move new-key to fl-key(fl-count)
                       move new-detail to fl-detail(fl-count)
                       move zero to fl-cleared(fl-count)
                 else
                       add 1 to fl-overflow
                 end-if
           end-if.

       check-exception.
           if rx-rule(rx-index) = new-rule and
                 rx-key(rx-index) = new-key then
                 move 1 to rx-found
           end-if.

       load-high-scores.
           open input high-score-file.
           if hs-file-status = "00" then
                 perform read-high-score-entry with test after
                       until hs-file-status not = "00"
                       or hs-count >= hs-max-entries
                 close high-score-file
           end-if.

       read-high-score-entry.
           read high-score-file
                 at end
                       continue
                 not at end
                       add 1 to hs-count
                       move hsf-score to hs-score(hs-count)
                       move hsf-date to hs-date(hs-count)
                       move hsf-player to hs-player(hs-count)
                       if hsf-points is numeric then
                             move hsf-points to hs-points(hs-count)
                       else
                             move hsf-score to hs-points(hs-count)
                       end-if
                       move zero to hs-has-replay(hs-count)
                       move zero to hs-start-secs(hs-count)
                       move zero to hs-in-burst(hs-count)
                       move spaces to hs-review-rule(hs-count)
           end-read.

       match-catalog-lines.
           if hs-count > zero then
                 open input replay-cat-file
                 if replay-cat-status = "00" then
                       perform read-catalog-entry with test after
                             until replay-cat-status not = "00"
                       close replay-cat-file
                 end-if
           end-if.

       read-catalog-entry.
           read replay-cat-file
                 at end
                       continue
                 not at end
                       add 1 to catalog-count
                       perform match-catalog-entry varying hs-index
                             from 1 by 1 until hs-index > hs-count
           end-read.

       match-catalog-entry.
           if hs-has-replay(hs-index) = 0 and
                 rpcf-date = hs-date(hs-index) and
                 rpcf-player = hs-player(hs-index) and
                 rpcf-score = hs-score(hs-index) and
                 rpcf-points = hs-points(hs-index) then
                 move 1 to hs-has-replay(hs-index)
                 if rpcf-name(17:6) is numeric then
                       compute hs-start-secs(hs-index) =
                             function numval(rpcf-name(17:2)) * 3600
                             + function numval(rpcf-name(19:2)) * 60
                             + function numval(rpcf-name(21:2))
                 end-if
           end-if.

       screen-leaderboard.
           perform check-burst-window varying hs-index from 1 by 1
                 until hs-index > hs-count.
           perform raise-leaderboard-flags varying hs-index from 1
                 by 1 until hs-index > hs-count.

      *>Counts the entries by the same player set on the same day
      *>in the window starting at this one; a full window marks them
      *>all.
       check-burst-window.
           if hs-has-replay(hs-index) = 1 then
                 move zero to burst-count
                 perform count-burst-entry varying hs-other from 1
                       by 1 until hs-other > hs-count
                 if burst-count >= burst-entries then
                       perform mark-burst-entry varying hs-other
                             from 1 by 1 until hs-other > hs-count
                 end-if
           end-if.

       count-burst-entry.
           perform measure-burst-gap.
           if burst-gap >= zero then
                 add 1 to burst-count
           end-if.

       mark-burst-entry.
           perform measure-burst-gap.
           if burst-gap >= zero then
                 move 1 to hs-in-burst(hs-other)
           end-if.

      *>Seconds from this entry to the other one, or -1 when the
      *>other one is not in this entry's window.
       measure-burst-gap.
           move -1 to burst-gap.
           if hs-has-replay(hs-other) = 1 and
                 hs-player(hs-other) = hs-player(hs-index) and
                 hs-date(hs-other) = hs-date(hs-index) then
                 compute burst-gap = hs-start-secs(hs-other) -
                       hs-start-secs(hs-index)
                 if burst-gap > burst-window-secs then
                       move -1 to burst-gap
                 end-if
           end-if.

       raise-leaderboard-flags.
           move hs-score(hs-index) to lb-score.
           move hs-date(hs-index) to lb-date.
           move hs-player(hs-index) to lb-player.
           move hs-points(hs-index) to lb-points.
           move spaces to new-key.
           move lb-key to new-key.
           if hs-has-replay(hs-index) = 0 then
                 move "NO-REPLAY" to new-rule
                 move "no replaycat.dat line" to new-detail
                 perform raise-flag
           end-if.
           if hs-in-burst(hs-index) = 1 then
                 move "BURST" to new-rule
                 move spaces to new-detail
                 move burst-window-secs to report-count
                 string hs-player(hs-index) delimited by size
                       " - several entries in " delimited by size
                       function trim(report-count) delimited by size
                       "s" delimited by size
                       into new-detail
                 perform raise-flag
           end-if.

       print-flags.
           display spaces.
           display "Flagged games".
           display "-------------".
           if fl-count = zero then
                 display "Nothing flagged."
           else
                 display "  No  Rule        Date        Who  Len    "
                       "Points  Detail"
                 perform print-flag-line varying fl-num from 1 by 1
                       until fl-num > fl-count
           end-if.
           if fl-overflow > zero then
                 move fl-overflow to report-count
                 display "More flags than the table holds - "
                       function trim(report-count) " not listed."
           end-if.

      *>Game-rule keys are history columns, leaderboard-rule keys
      *>are high-score columns (see rvexrec).
       print-flag-line.
           move fl-num to report-num.
           if fl-rule(fl-num) = "BURST" or
                 fl-rule(fl-num) = "NO-REPLAY" then
                 move fl-key(fl-num)(1:28) to lb-key
                 display report-num "  " fl-rule(fl-num) "  "
                       lb-date "  " lb-player "  " lb-score "  "
                       lb-points "  " fl-detail(fl-num)
           else
                 display report-num "  " fl-rule(fl-num) "  "
                       fl-key(fl-num)(1:10) "  "
                       fl-key(fl-num)(25:3) "  "
                       fl-key(fl-num)(12:5) "  "
                       fl-key(fl-num)(44:7) "  " fl-detail(fl-num)
           end-if.

       clear-flags.
           open extend review-exc-file.
           if review-exc-status = "35" then
                 open output review-exc-file
           end-if.
           perform clear-one-flag until clear-done = 1.
           close review-exc-file.

       clear-one-flag.
           display "Flag number to clear (blank to finish):".
           move spaces to clear-input.
           accept clear-input.
           if clear-input = spaces then
                 move 1 to clear-done
           else
                 move function numval(clear-input) to clear-num
                 if clear-num < 1 or clear-num > fl-count then
                       display "No such flag: "
                             function trim(clear-input)
                 else
                       if fl-cleared(clear-num) = 1 then
                             display "Already cleared."
                       else
                             move 1 to fl-cleared(clear-num)
                             add 1 to cleared-count
                             move spaces to review-exc-record
                             move fl-rule(clear-num) to rvxf-rule
                             move fl-key(clear-num) to rvxf-key
                             move today-date to rvxf-cleared
                             write review-exc-record
                             display "Cleared."
                       end-if
                 end-if
           end-if.

      *>An entry is under review when a flag still stands against it
      *>directly, or against the game that set it.
       mark-leaderboard.
           move zero to open-count.
           perform mark-one-flag varying fl-num from 1 by 1
                 until fl-num > fl-count.

       mark-one-flag.
           if fl-cleared(fl-num) = 0 then
                 add 1 to open-count
                 perform mark-flagged-entry varying hs-index from 1
                       by 1 until hs-index > hs-count
           end-if.

       mark-flagged-entry.
           move hs-score(hs-index) to lb-score.
           move hs-date(hs-index) to lb-date.
           move hs-player(hs-index) to lb-player.
           move hs-points(hs-index) to lb-points.
           if hs-review-rule(hs-index) = spaces then
                 if fl-rule(fl-num) = "BURST" or
                       fl-rule(fl-num) = "NO-REPLAY" then
                       if fl-key(fl-num)(1:28) = lb-key then
                             move fl-rule(fl-num) to
                                   hs-review-rule(hs-index)
                       end-if
                 else
                       if fl-key(fl-num)(1:10) = lb-date and
                             fl-key(fl-num)(25:3) = lb-player and
                             fl-key(fl-num)(12:5) = lb-score and
                             fl-key(fl-num)(44:7) = lb-points then
                             move fl-rule(fl-num) to
                                   hs-review-rule(hs-index)
                       end-if
                 end-if
           end-if.

       write-review-file.
           move zero to review-count.
           open output review-file.
           perform write-review-entry varying hs-index from 1 by 1
                 until hs-index > hs-count.
           close review-file.

       write-review-entry.
           if hs-review-rule(hs-index) not = spaces then
                 add 1 to review-count
                 move spaces to review-file-record
                 move hs-score(hs-index) to rvwf-score
                 move hs-date(hs-index) to rvwf-date
                 move hs-player(hs-index) to rvwf-player
                 move hs-points(hs-index) to rvwf-points
                 move hs-review-rule(hs-index) to rvwf-rule
                 write review-file-record
           end-if.

       print-review-entries.
           display spaces.
           display "Top-10 entries under review".
           display "---------------------------".
           if review-count = zero then
                 display "None."
           else
                 perform print-review-line varying hs-index from 1
                       by 1 until hs-index > hs-count
           end-if.

       print-review-line.
           if hs-review-rule(hs-index) not = spaces then
                 set hs-other to hs-index
                 move hs-other to report-rank
                 display report-rank ") " hs-points(hs-index)
                       " pts  len " hs-score(hs-index) "  "
                       hs-date(hs-index) "  " hs-player(hs-index)
                       "  " hs-review-rule(hs-index)
           end-if.

       print-control-report.
           display spaces.
           display "Control totals".
           display "--------------".
           move read-count to report-count.
           display "History lines read:       " report-count.
           move screened-count to report-count.
           display "  screened:               " report-count.
           move skipped-count to report-count.
           display "  too old to screen:      " report-count.
           move catalog-count to report-count.
           display "Catalog lines read:       " report-count.
           move hs-count to report-count.
           display "Top-10 entries read:      " report-count.
           move rx-count to report-count.
           display "Cleared flags on file:    " report-count.
           move fl-count to report-count.
           display "Flags raised:             " report-count.
           move cleared-count to report-count.
           display "  cleared this run:       " report-count.
           move open-count to report-count.
           display "  still open:             " report-count.
           if nm-overflow > zero then
                 move nm-overflow to report-count
                 display "Games past the norm table: " report-count
           end-if.
