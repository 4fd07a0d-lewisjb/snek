       identification division.
       program-id. snake-badges.

      *>Achievements backfill.  GAME-OVER in snake.cbl awards badges
      *>as games finish, but only from the day the feature went in;
      *>this batch rebuilds achievements.dat wholesale from
      *>history.dat so every player gets credit for the games already
      *>on the log, applying the badge rules in badgetab exactly as
      *>the game does.  A badge already on file keeps its earlier
      *>date when the log would give a later one, and a badge whose
      *>earning game has since been archived out of history.dat is
      *>kept as it stands rather than taken away.  Ends with a
      *>per-player badge roster and a control report.  Safe to rerun.
      *>Ends with return code 8, rewriting nothing, when
      *>achievements.dat holds more badges than the table, and 4
      *>when badges or players did not fit and were left out.

       environment division.
       input-output section.
       file-control.
           select history-file assign to "history.dat"
               organization is line sequential
               file status is history-file-status.
           select achv-file assign to "achievements.dat"
               organization is line sequential
               file status is achv-file-status.

       data division.
       file section.
       fd history-file.
       copy historyrec.

       fd achv-file.
       copy achvrec.

       working-storage section.
       01 history-file-status pic x(2).
       01 achv-file-status pic x(2).

       copy badgetab.

      *>Badge progress per player, built up line by line in log
      *>order: the running head-to-head win count and daily-challenge
      *>run, and the first line that earned each badge.  Same layout
      *>as the two-seat table GAME-OVER uses, sized for the registry.
       01 bp-max-entries pic 9(2) value 50.
       01 bp-count pic 9(2) usage is comp value zero.
       01 bp-table.
           05 bp-entry occurs 50 times indexed by bp-index.
               10 bp-id pic x(3).
               10 bp-h2h-wins pic 9(5) usage is comp.
               10 bp-daily-run pic 9(3) usage is comp.
               10 bp-last-daily pic 9(8) usage is comp.
               10 bp-badge occurs 5 times.
                   15 bp-earned pic 9(1).
                   15 bp-earned-date pic x(10).
                   15 bp-earned-seq pic 9(6).
       01 bp-slot pic 9(2) usage is comp.
       01 bp-slot1 pic 9(2) usage is comp.
       01 bp-slot2 pic 9(2) usage is comp.
       01 bp-award-slot pic 9(2) usage is comp.
       01 bp-badge-num pic 9(1) usage is comp.
       01 bp-lookup-id pic x(3).
       01 bp-human1 pic 9(1) value zero.
       01 bp-human2 pic 9(1) value zero.
       01 bp-line-points pic 9(7).
       01 bp-day-num pic 9(8) usage is comp.
       01 bp-date-num pic 9(8) usage is comp.

      *>The achievements file as it will be written: what was on
      *>file, updated and added to from the progress table, then
      *>sorted by player and badge for the rewrite and the roster.
      *>ae-origin says where each line came from for the control
      *>report: 1 = kept from the old file only, 2 = on file and
      *>confirmed by the log, 3 = new from the log.
       01 ae-max-entries pic 9(3) value 250.
       01 ae-count pic 9(3) usage is comp value zero.
       01 ae-table.
           05 ae-entry occurs 250 times indexed by ae-index.
               10 ae-player pic x(3).
               10 ae-code pic x(8).
               10 ae-badge-num pic 9(1).
               10 ae-date pic x(10).
               10 ae-seq pic 9(6).
               10 ae-origin pic 9(1).
       01 ae-slot pic 9(3) usage is comp.
       01 ae-sort-num pic 9(3) usage is comp.
       01 ae-sort-num2 pic 9(3) usage is comp.
       01 ae-swap-entry pic x(29).
       01 ae-out-num pic 9(3) usage is comp.
       01 ae-badge-lookup pic 9(1) usage is comp.
       01 roster-player pic x(3).
       01 roster-badges pic 9(1) usage is comp.

       01 hist-read-count pic 9(7) usage is comp value zero.
       01 file-in-count pic 9(7) usage is comp value zero.
       01 kept-count pic 9(7) usage is comp value zero.
       01 confirmed-count pic 9(7) usage is comp value zero.
       01 new-count pic 9(7) usage is comp value zero.
       01 over-count pic 9(7) usage is comp value zero.
       01 load-over-count pic 9(7) usage is comp value zero.
       01 bp-overflow pic 9(7) usage is comp value zero.
       01 written-count pic 9(7) usage is comp value zero.
       01 report-count pic z(6)9.
       01 report-seq pic z(5)9.
       01 report-badges pic 9.

       01 sys-command pic x(200).
       01 sys-result pic s9(9) usage is comp.

       procedure division.
       main-para.
           display "Achievements rebuild".
           display "====================".
           perform load-achievements.
           open input history-file.
           if history-file-status = "00" then
                 perform read-history-entry with test after
                       until history-file-status not = "00"
                 close history-file
           else
                 display "No history.dat - only the badges already on "
                       "file are kept."
           end-if.
           perform fold-player-badges varying bp-index from 1 by 1
                 until bp-index > bp-count.
           perform sort-achievements.
      *>Badges that did not fit the table on the way in would be
      *>lost by the rewrite, so achievements.dat is left alone.
           if load-over-count > zero then
                 perform print-control-report
                 display "ACHIEVEMENTS NOT REWRITTEN - "
                       "achievements.dat holds more badges than the "
                       "table; raise the table size and rerun."
                 move 8 to return-code
                 stop run
           end-if.
           perform take-backup.
           perform write-achievements.
           perform print-badge-roster.
           perform print-control-report.
           if over-count > zero or bp-overflow > zero then
                 move 4 to return-code
           end-if.
           stop run.

       load-achievements.
           open input achv-file.
           if achv-file-status = "00" then
                 perform read-achievement-entry with test after
                       until achv-file-status not = "00"
                 close achv-file
           end-if.

       read-achievement-entry.
           read achv-file
                 at end
                       continue
                 not at end
                       add 1 to file-in-count
                       if ae-count < ae-max-entries then
                             add 1 to ae-count
                             move achf-player to ae-player(ae-count)
                             move achf-badge to ae-code(ae-count)
                             move achf-date to ae-date(ae-count)
                             if achf-seq is numeric then
                                   move achf-seq to ae-seq(ae-count)
                             else
                                   move zero to ae-seq(ae-count)
                             end-if
                             move 1 to ae-origin(ae-count)
                             perform find-badge-number
                             move ae-badge-lookup to
                                   ae-badge-num(ae-count)
                       else
                             add 1 to over-count
                             add 1 to load-over-count
                       end-if
           end-read.

      *>A code no longer in the list sorts after the known badges
      *>and is carried through untouched.
       find-badge-number.
           move 9 to ae-badge-lookup.
           perform check-badge-code varying bp-badge-num from 1 by 1
                 until bp-badge-num > badge-count.

       check-badge-code.
           if badge-code(bp-badge-num) = ae-code(ae-count) and
                 ae-badge-lookup = 9 then
                 move bp-badge-num to ae-badge-lookup
           end-if.

       read-history-entry.
           read history-file
                 at end
                       continue
                 not at end
                       add 1 to hist-read-count
                       perform credit-badge-line
           end-read.

      *>Every named player gets a progress slot the first time the
      *>log shows them; "---", "CPU" and legacy blanks never earn.
      *>Once the table is full a new player's seats are counted in
      *>bp-overflow, one per game, and earn nothing on this run.
       find-badge-slot.
           move 0 to bp-slot.
           if bp-lookup-id not = "---" and bp-lookup-id not = "CPU"
                 and bp-lookup-id not = spaces then
                 perform check-badge-slot varying bp-index from 1
                       by 1 until bp-index > bp-count
                 if bp-slot = 0 then
                       if bp-count < bp-max-entries then
                             add 1 to bp-count
                             move bp-lookup-id to bp-id(bp-count)
                             move zero to bp-h2h-wins(bp-count)
                             move zero to bp-daily-run(bp-count)
                             move zero to bp-last-daily(bp-count)
                             perform clear-badge-progress varying
                                   bp-badge-num from 1 by 1
                                   until bp-badge-num > badge-count
                             move bp-count to bp-slot
                       else
                             add 1 to bp-overflow
                       end-if
                 end-if
           end-if.

       check-badge-slot.
           if bp-id(bp-index) = bp-lookup-id and bp-slot = 0 then
                 move bp-index to bp-slot
           end-if.

       clear-badge-progress.
           move 0 to bp-earned(bp-count, bp-badge-num).
           move spaces to bp-earned-date(bp-count, bp-badge-num).
           move zero to bp-earned-seq(bp-count, bp-badge-num).

      *>Applies the badgetab rules to one history line.  Mirrored in
      *>snake.cbl; the two must stay identical.
       credit-badge-line.
           if histf-points is numeric then
                 move histf-points to bp-line-points
           else
                 if histf-score is numeric then
                       move histf-score to bp-line-points
                 else
                       move zero to bp-line-points
                 end-if
           end-if.
           move 0 to bp-human1.
           move 0 to bp-human2.
           if histf-player not = "---" and histf-player not = "CPU"
                 and histf-player not = spaces then
                 move 1 to bp-human1
           end-if.
           if histf-player2 not = "---" and
                 histf-player2 not = "CPU" and
                 histf-player2 not = spaces then
                 move 1 to bp-human2
           end-if.
           move histf-player to bp-lookup-id.
           perform find-badge-slot.
           move bp-slot to bp-slot1.
           move histf-player2 to bp-lookup-id.
           perform find-badge-slot.
           move bp-slot to bp-slot2.
           if bp-slot1 > 0 then
                 move bp-slot1 to bp-award-slot
                 if bp-line-points >= badge-min-points then
                       move 1 to bp-badge-num
                       perform award-badge
                 end-if
                 if histf-player2 = "CPU" and histf-winner = "1" and
                       histf-layout not = "OPEN" and
                       histf-layout not = spaces then
                       move 2 to bp-badge-num
                       perform award-badge
                 end-if
                 if histf-mode = "T" and histf-duration is numeric
                       and histf-duration >= badge-ta-secs then
                       move 3 to bp-badge-num
                       perform award-badge
                 end-if
                 if histf-mode = "D" then
                       perform credit-daily-day
                 end-if
                 if histf-winner = "1" and bp-human2 = 1 then
                       add 1 to bp-h2h-wins(bp-award-slot)
                       if bp-h2h-wins(bp-award-slot) >=
                             badge-h2h-wins then
                             move 5 to bp-badge-num
                             perform award-badge
                       end-if
                 end-if
           end-if.
           if bp-slot2 > 0 and histf-winner = "2" and
                 bp-human1 = 1 then
                 move bp-slot2 to bp-award-slot
                 add 1 to bp-h2h-wins(bp-award-slot)
                 if bp-h2h-wins(bp-award-slot) >= badge-h2h-wins then
                       move 5 to bp-badge-num
                       perform award-badge
                 end-if
           end-if.

      *>A second daily game on the same day leaves the run alone; a
      *>gap of more than a day starts it over.  Relies on the log
      *>being in date order, which appends and snake-merge's sort
      *>both keep.
       credit-daily-day.
           if histf-date(1:4) is numeric and
                 histf-date(6:2) is numeric and
                 histf-date(9:2) is numeric then
                 compute bp-date-num =
                       function numval(histf-date(1:4)) * 10000 +
                       function numval(histf-date(6:2)) * 100 +
                       function numval(histf-date(9:2))
                 compute bp-day-num =
                       function integer-of-date(bp-date-num)
                 if bp-day-num > zero then
                       evaluate true
                           when bp-day-num =
                                 bp-last-daily(bp-award-slot)
                               continue
                           when bp-day-num =
                                 bp-last-daily(bp-award-slot) + 1
                               add 1 to bp-daily-run(bp-award-slot)
                           when other
                               move 1 to bp-daily-run(bp-award-slot)
                       end-evaluate
                       move bp-day-num to bp-last-daily(bp-award-slot)
                       if bp-daily-run(bp-award-slot) >=
                             badge-daily-run then
                             move 4 to bp-badge-num
                             perform award-badge
                       end-if
                 end-if
           end-if.

      *>First earning line wins; later ones that meet the rule again
      *>change nothing.
       award-badge.
           if bp-earned(bp-award-slot, bp-badge-num) = 0 then
                 move 1 to bp-earned(bp-award-slot, bp-badge-num)
                 move histf-date to
                       bp-earned-date(bp-award-slot, bp-badge-num)
                 if histf-seq is numeric then
                       move histf-seq to
                             bp-earned-seq(bp-award-slot, bp-badge-num)
                 else
                       move zero to
                             bp-earned-seq(bp-award-slot, bp-badge-num)
                 end-if
           end-if.

       fold-player-badges.
           perform fold-one-badge varying bp-badge-num from 1 by 1
                 until bp-badge-num > badge-count.

      *>The earlier of the file's date and the log's wins, so a
      *>rebuild after an archive never moves a badge forward.
       fold-one-badge.
           if bp-earned(bp-index, bp-badge-num) = 1 then
                 move 0 to ae-slot
                 perform check-achievement-known varying ae-index
                       from 1 by 1 until ae-index > ae-count
                 if ae-slot > 0 then
                       move 2 to ae-origin(ae-slot)
                       if bp-earned-date(bp-index, bp-badge-num) <
                             ae-date(ae-slot) then
                             move bp-earned-date(bp-index,
                                   bp-badge-num) to ae-date(ae-slot)
                             move bp-earned-seq(bp-index,
                                   bp-badge-num) to ae-seq(ae-slot)
                       end-if
                 else
                       if ae-count < ae-max-entries then
                             add 1 to ae-count
                             move bp-id(bp-index) to
                                   ae-player(ae-count)
                             move badge-code(bp-badge-num) to
                                   ae-code(ae-count)
                             move bp-badge-num to
                                   ae-badge-num(ae-count)
                             move bp-earned-date(bp-index,
                                   bp-badge-num) to ae-date(ae-count)
                             move bp-earned-seq(bp-index,
                                   bp-badge-num) to ae-seq(ae-count)
                             move 3 to ae-origin(ae-count)
                       else
                             add 1 to over-count
                       end-if
                 end-if
           end-if.

       check-achievement-known.
           if ae-player(ae-index) = bp-id(bp-index) and
                 ae-code(ae-index) = badge-code(bp-badge-num) and
                 ae-slot = 0 then
                 move ae-index to ae-slot
           end-if.

      *>Player, then badge number: the roster reads in list order.
       sort-achievements.
           if ae-count > 1 then
                 perform achievement-sort-pass varying ae-sort-num
                       from 1 by 1 until ae-sort-num >= ae-count
           end-if.

       achievement-sort-pass.
           perform achievement-sort-compare varying ae-sort-num2
                 from 1 by 1 until ae-sort-num2 >= ae-count.

       achievement-sort-compare.
           if ae-player(ae-sort-num2 + 1) < ae-player(ae-sort-num2)
                 or (ae-player(ae-sort-num2 + 1) =
                       ae-player(ae-sort-num2) and
                 ae-badge-num(ae-sort-num2 + 1) <
                       ae-badge-num(ae-sort-num2)) then
                 move ae-entry(ae-sort-num2) to ae-swap-entry
                 move ae-entry(ae-sort-num2 + 1) to
                       ae-entry(ae-sort-num2)
                 move ae-swap-entry to ae-entry(ae-sort-num2 + 1)
           end-if.

       write-achievements.
           open output achv-file.
           perform write-achievement-line varying ae-out-num from 1
                 by 1 until ae-out-num > ae-count.
           close achv-file.

       write-achievement-line.
           move spaces to achv-file-record.
           move ae-player(ae-out-num) to achf-player.
           move ae-code(ae-out-num) to achf-badge.
           move ae-date(ae-out-num) to achf-date.
           move ae-seq(ae-out-num) to achf-seq.
           write achv-file-record.
           add 1 to written-count.
           evaluate ae-origin(ae-out-num)
               when 1
                   add 1 to kept-count
               when 2
                   add 1 to confirmed-count
               when other
                   add 1 to new-count
           end-evaluate.

       print-badge-roster.
           display spaces.
           display "Badge roster".
           display "------------".
           if ae-count = zero then
                 display "No badges earned yet."
           end-if.
           move spaces to roster-player.
           perform print-roster-line varying ae-out-num from 1 by 1
                 until ae-out-num > ae-count.

      *>A heading with the player's badge count each time the
      *>initials change, then one line per badge.
       print-roster-line.
           if ae-player(ae-out-num) not = roster-player then
                 move ae-player(ae-out-num) to roster-player
                 move zero to roster-badges
                 perform count-roster-badges varying ae-index
                       from ae-out-num by 1
                       until ae-index > ae-count
                 move roster-badges to report-badges
                 display spaces
                 display roster-player "  " report-badges
                       " badge(s)"
           end-if.
           move ae-seq(ae-out-num) to report-seq.
           if ae-badge-num(ae-out-num) <= badge-count then
                 display "     " ae-code(ae-out-num) "  "
                       ae-date(ae-out-num) "  game " report-seq "  "
                       badge-name(ae-badge-num(ae-out-num))
           else
                 display "     " ae-code(ae-out-num) "  "
                       ae-date(ae-out-num) "  game " report-seq
                       "  (no longer on the badge list)"
           end-if.

       count-roster-badges.
           if ae-player(ae-index) = roster-player then
                 add 1 to roster-badges
           end-if.

       print-control-report.
           display spaces.
           display "Achievements control report".
           display "---------------------------".
           move hist-read-count to report-count.
           display "History lines read:       " report-count.
           move bp-count to report-count.
           display "Players on the log:       " report-count.
           move file-in-count to report-count.
           display "Badges on file before:    " report-count.
           move confirmed-count to report-count.
           display "Confirmed by the log:     " report-count.
           move new-count to report-count.
           display "Newly credited:           " report-count.
           move kept-count to report-count.
           display "Kept, game not on log:    " report-count.
           move written-count to report-count.
           display "Badges written:           " report-count.
           if over-count > zero then
                 move over-count to report-count
                 display "WARNING: " report-count " badge(s) over "
                       "the table size were dropped - raise the "
                       "table size and rerun."
           end-if.
           if bp-overflow > zero then
                 move bp-overflow to report-count
                 display "WARNING: " report-count " game seat(s) of "
                       "players over the player table were not "
                       "credited - raise the table size and rerun."
           end-if.

      *>Save the files about to be rewritten as a backup generation
      *>(see snake-backup.cbl); nothing is rewritten without one.
       take-backup.
           move spaces to sys-command.
           string "./snake-backup snake-badges " delimited by size
                 "achievements.dat" delimited by size
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Backup generation failed - nothing "
                       "rewritten."
                 move 8 to return-code
                 stop run
           end-if.
