       identification division.
       program-id. snake-analytics.

      *>Layout difficulty analysis over the whole replay catalog.
      *>snake-replay looks at one recorded game at a time; this batch
      *>walks every line of replaycat.dat, re-simulates each replay
      *>headless with the same move engine (HANDLE-MOVE/HANDLE-MOVE2
      *>and friends mirror snake-replay, which mirrors snake.cbl),
      *>and totals the runs per layout: games played, average ticks
      *>survived, average ticks between food pickups, and the share
      *>of food spawns nobody ever ate.  Each layout then gets a
      *>board-shaped heat map of the cells where snakes crashed, so
      *>a maze with a choke point that kills everyone stands out.
      *>
      *>A catalog line whose replay file is gone, or whose file is
      *>not a replay, or whose layout file no longer exists, is
      *>skipped and counted in the control totals - one bad file
      *>must not stop the night's run.  So is a replay recorded on
      *>another version of its layout than the one in layouts.dat
      *>today (see layoutrec): its crashes belong to walls that are
      *>no longer there.  Replays from before layouts were versioned
      *>carry no stamp and are analyzed against today's walls, with
      *>a count of them in the control totals.  Meant to be run
      *>after hours like snake-recon; besides the replays, their
      *>catalog and the layout files it reads only layouts.dat, and
      *>it writes nothing.

       environment division.
       input-output section.
       file-control.
           select replay-cat-file assign to "replaycat.dat"
               organization is line sequential
               file status is replay-cat-status.
           select replay-file assign using replay-file-name
               organization is line sequential
               file status is replay-file-status.
           select level-file assign using level-file-name
               organization is line sequential
               file status is level-file-status.
           select layout-reg-file assign to "layouts.dat"
               organization is line sequential
               file status is layout-reg-status.

       data division.
       file section.
       fd replay-cat-file.
       copy rpycatrec.

       fd replay-file.
       copy replayrec.

       fd level-file.
       01 level-file-record pic x(40).

       fd layout-reg-file.
       copy layoutrec.

       working-storage section.
       01 replay-cat-status pic x(2).
       01 replay-file-status pic x(2).
       01 level-file-status pic x(2).
       01 replay-file-name pic x(30).
       01 layout-name pic x(8) value "OPEN".
       01 level-file-name pic x(30).
       01 level-row-num pic 9(2) usage is comp.
       01 level-col-num pic 9(2) usage is comp.
       01 layout-reg-status pic x(2).
       01 disk-version pic 9(3) value zero.
       01 disk-registered pic 9(1) value zero.
       01 lyt-checksum pic 9(4).
       01 lyt-sum-acc pic 9(7) usage is comp.
       01 lyt-sum-pos pic 9(2) usage is comp.

      *>Engine state, the same names and shapes snake-replay uses;
      *>RESET-ENGINE puts it back to a fresh game between replays.
       01 board-width pic 9(2) usage is comp value 10.
       01 board-height pic 9(2) usage is comp value 10.
       01 max-board-dim pic 9(2) value 40.
       01 min-board-dim pic 9(2) value 5.
       01 wall-mode pic 9(1) value zero.
       01 hit-wall pic 9(1) value zero.
       01 hit-wall2 pic 9(1) value zero.
       01 game-ended pic 9(1) value zero.

      *>Constant codes for cur-direction
       01 DIR-UP pic 9(1) value 1.
       01 DIR-LEFT pic 9(1) value 2.
       01 DIR-DOWN pic 9(1) value 3.
       01 DIR-RIGHT pic 9(1) value 4.
      *>Constant visual symbols
       01 VIS-SNAKE pic x(1) value "o".
       01 VIS-SNAKE2 pic x(1) value "x".
       01 VIS-FOOD pic x(1) value "#".
       01 VIS-FOOD-BONUS pic x(1) value "*".
       01 VIS-BLANK pic x(1) value ".".
       01 VIS-WALL pic x(1) value "+".

       01 cur-direction pic 9(1) value 3.
       01 cur-direction2 pic 9(1) value 1.
       01 player2-active pic 9(1) value zero.

       01 snake.
             05 snake-part occurs 100 times indexed by snake-index.
             10 snake-x pic 9(2).
             10 snake-y pic 9(2).
       01 snake-len pic 9(3) usage is comp value 1.
       01 next-snake-pos.
             10 next-snake-x pic 9(2).
             10 next-snake-y pic 9(2).

       01 snake2.
             05 snake2-part occurs 100 times indexed by snake2-index.
             10 snake2-x pic 9(2).
             10 snake2-y pic 9(2).
       01 snake2-len pic 9(3) usage is comp value 1.
       01 next-snake2-pos.
             10 next-snake2-x pic 9(2).
             10 next-snake2-y pic 9(2).

       01 food-max pic 9(2) value 10.
       01 food-count pic 9(2) usage is comp value 0.
       01 food-table.
             05 food-item occurs 10 times indexed by food-index.
             10 food-x pic 9(2) value zero.
             10 food-y pic 9(2) value zero.
             10 food-points pic 9(2) value zero.
             10 food-active pic 9(1) value zero.
       01 food-slot pic 9(2) usage is comp.
       01 found-food-index pic 9(2) usage is comp.
       01 found-food-index2 pic 9(2) usage is comp.
       01 snake-max pic 9(3) usage is comp value 100.
       01 mark-x pic 9(2) usage is comp.
       01 mark-y pic 9(2) usage is comp.

       01 game-screen.
             05 screen-row occurs 40 times.
             10 screen-pixel pic x(1) value '.' occurs 40 times.
       01 screen-row-num pic 9(2) usage is comp.
       01 screen-col-num pic 9(2) usage is comp.

       01 snake-grew pic 9(1) value 1.
       01 old-snake-len pic 9(3) usage is comp.
       01 new-tail-start pic 9(3) usage is comp.
       01 snake2-grew pic 9(1) value 1.
       01 old-snake2-len pic 9(3) usage is comp.
       01 new-tail2-start pic 9(3) usage is comp.

       01 cur-tick pic 9(6) usage is comp value zero.
       01 have-event pic 9(1) value zero.
       01 replay-done pic 9(1) value zero.
       01 have-end-rec pic 9(1) value zero.

      *>What the current replay adds to its layout's totals: food
      *>spawned and eaten, and the cell each crashing snake died on.
      *>A crash through the outer wall in hard-walls mode is charged
      *>to the edge cell the head was on, since the cell it reached
      *>for is off the board.
       01 game-spawns pic 9(5) usage is comp value zero.
       01 game-pickups pic 9(5) usage is comp value zero.
       01 crash1-found pic 9(1) value zero.
       01 crash1-x pic 9(2) usage is comp.
       01 crash1-y pic 9(2) usage is comp.
       01 crash2-found pic 9(1) value zero.
       01 crash2-x pic 9(2) usage is comp.
       01 crash2-y pic 9(2) usage is comp.
       01 replay-usable pic 9(1) value zero.

      *>Per-layout totals and crash counts.  A layout played at more
      *>than one board size is mapped at the largest size seen; the
      *>walls shown are the ones the layout file has today.
       01 la-max-entries pic 9(2) value 12.
       01 la-count pic 9(2) usage is comp value zero.
       01 la-table.
           05 la-entry occurs 12 times indexed by la-index.
               10 la-name pic x(8).
               10 la-games pic 9(5) usage is comp.
               10 la-ticks pic 9(9) usage is comp.
               10 la-pickups pic 9(7) usage is comp.
               10 la-spawns pic 9(7) usage is comp.
               10 la-crashes pic 9(5) usage is comp.
               10 la-width pic 9(2) usage is comp.
               10 la-height pic 9(2) usage is comp.
               10 la-row occurs 40 times.
                   15 la-cell occurs 40 times.
                       20 la-heat pic 9(4) usage is comp.
                       20 la-wall pic x(1).
       01 la-slot pic 9(2) usage is comp.

       01 cat-read-count pic 9(7) usage is comp value zero.
       01 analyzed-count pic 9(7) usage is comp value zero.
       01 missing-count pic 9(7) usage is comp value zero.
       01 unreadable-count pic 9(7) usage is comp value zero.
       01 no-level-count pic 9(7) usage is comp value zero.
       01 layout-changed-count pic 9(7) usage is comp value zero.
       01 unstamped-count pic 9(7) usage is comp value zero.
       01 cut-short-count pic 9(7) usage is comp value zero.
       01 la-over-count pic 9(7) usage is comp value zero.
       01 control-total pic 9(9) usage is comp.

       01 avg-ticks pic 9(7)v9 usage is comp.
       01 avg-gap pic 9(7)v9 usage is comp.
       01 uneaten-pct pic 9(3)v9 usage is comp.
       01 report-count pic z(6)9.
       01 report-avg pic z(6)9.9.
       01 report-gap pic z(6)9.9.
       01 report-pct pic zz9.9.
       01 heat-line pic x(40).
       01 heat-digit pic 9(1).
       01 heat-row-num pic 9(2) usage is comp.
       01 heat-col-num pic 9(2) usage is comp.

       procedure division.
       main-para.
           display "Replay analytics - layout difficulty".
           display "====================================".
           open input replay-cat-file.
           if replay-cat-status not = "00" then
                 display "No replaycat.dat - no replays to analyze."
                 stop run
           end-if.
           perform analyze-catalog-entry with test after
                 until replay-cat-status not = "00".
           close replay-cat-file.
           perform print-layout-report.
           perform print-heat-maps.
           perform print-control-report.
           stop run.

       analyze-catalog-entry.
           read replay-cat-file
                 at end
                       continue
                 not at end
                       add 1 to cat-read-count
                       move rpcf-name to replay-file-name
                       perform analyze-replay
           end-read.

      *>One replay start to finish, as snake-replay's verify mode
      *>would run it; anything that keeps the file from being
      *>replayed faithfully skips it with a count instead.
       analyze-replay.
           perform reset-engine.
           move 0 to replay-usable.
           open input replay-file.
           if replay-file-status not = "00" then
                 add 1 to missing-count
           else
                 perform read-next-event
                 if have-event = 0 or rpyf-rec-type not = "H" then
                       add 1 to unreadable-count
                 else
                       perform apply-replay-config
                 end-if
                 if replay-usable = 1 then
                       perform read-next-event
                       perform run-replay
                 end-if
                 close replay-file
           end-if.

       apply-replay-config.
           move 1 to replay-usable.
           if rpyf-board-width >= min-board-dim and
                 rpyf-board-width <= max-board-dim then
                 move rpyf-board-width to board-width
           end-if.
           if rpyf-board-height >= min-board-dim and
                 rpyf-board-height <= max-board-dim then
                 move rpyf-board-height to board-height
           end-if.
           if rpyf-wall-mode = 1 then
                 move 1 to wall-mode
           end-if.
           if rpyf-layout not = spaces and rpyf-layout not = "OPEN"
                 then
                 move rpyf-layout to layout-name
                 perform load-level
                 if layout-name = "OPEN" then
                       add 1 to no-level-count
                       move 0 to replay-usable
                 else
                       perform check-layout-version
                 end-if
           end-if.

      *>The same test as CHECK-LAYOUT-VERSION in snake-replay, but
      *>where that one only warns, here a mismatch makes the replay
      *>unusable.  The layout file as it is today must be registered
      *>and its version must be the one stamped on the replay.
       check-layout-version.
           perform sum-layout-file.
           move zero to disk-version.
           move 0 to disk-registered.
           open input layout-reg-file.
           if layout-reg-status = "00" then
                 perform read-layout-entry with test after
                       until layout-reg-status not = "00"
                 close layout-reg-file
           end-if.
           if rpyf-layout-ver is not numeric then
                 add 1 to unstamped-count
           else
                 if disk-registered = 0 or
                       disk-version not = rpyf-layout-ver then
                       add 1 to layout-changed-count
                       move 0 to replay-usable
                 end-if
           end-if.

       read-layout-entry.
           read layout-reg-file
                 at end
                       continue
                 not at end
                       if lytf-name = layout-name and
                             lytf-checksum is numeric and
                             lytf-checksum = lyt-checksum and
                             lytf-version is numeric then
                             move lytf-version to disk-version
                             move 1 to disk-registered
                       end-if
           end-read.

      *>Same sum as SUM-LAYOUT-FILE in snake.cbl and snake-edit.
       sum-layout-file.
           move zero to lyt-sum-acc.
           open input level-file.
           if level-file-status = "00" then
                 perform sum-layout-line with test after
                       until level-file-status not = "00"
                 close level-file
           end-if.
           move lyt-sum-acc to lyt-checksum.

       sum-layout-line.
           read level-file
                 at end
                       continue
                 not at end
                       perform sum-layout-char varying lyt-sum-pos
                             from 1 by 1 until lyt-sum-pos > 40
           end-read.

       sum-layout-char.
           compute lyt-sum-acc = function mod(lyt-sum-acc * 31 +
                 function ord(level-file-record(lyt-sum-pos:1)), 9973).

       run-replay.
      *>Fresh games always spawn the snakes in these corners - see
      *>MAIN-PARA in snake.cbl - and only fresh games are recorded.
           move 1 to snake-x(1), snake-y(1).
           move board-width to snake2-x(1).
           move board-height to snake2-y(1).
           perform mark-snake-segment varying snake-index from 1 by 1
                 until snake-index > snake-len.
           perform mark-snake2-segment varying snake2-index from 1 by 1
                 until snake2-index > snake2-len.
           perform verify-tick until replay-done = 1.
           perform drain-remaining-events until have-event = 0.
           if have-end-rec = 0 then
                 add 1 to cut-short-count
           end-if.
           add 1 to analyzed-count.
           perform tally-layout.

       reset-engine.
           move 10 to board-width.
           move 10 to board-height.
           move 0 to wall-mode.
           move "OPEN" to layout-name.
           move 0 to hit-wall.
           move 0 to hit-wall2.
           move 0 to game-ended.
           move 3 to cur-direction.
           move 1 to cur-direction2.
           move 0 to player2-active.
           move 1 to snake-len.
           move 1 to snake2-len.
           move zero to food-count.
           perform clear-food-slot varying food-index from 1 by 1
                 until food-index > food-max.
           perform clear-screen-row varying screen-row-num from 1
                 by 1 until screen-row-num > max-board-dim.
           move zero to cur-tick.
           move 0 to have-event.
           move 0 to replay-done.
           move 0 to have-end-rec.
           move zero to game-spawns.
           move zero to game-pickups.
           move 0 to crash1-found.
           move 0 to crash2-found.

       clear-food-slot.
           move zero to food-x(food-index).
           move zero to food-y(food-index).
           move zero to food-points(food-index).
           move 0 to food-active(food-index).

       clear-screen-row.
           move all "." to screen-row(screen-row-num).

      *>Mirror of LOAD-LEVEL in snake-replay: a missing level file
      *>turns the layout back to "OPEN", which the caller treats as
      *>a replay it cannot use.
       load-level.
           move spaces to level-file-name.
           string layout-name delimited by space
                 ".lvl" delimited by size
                 into level-file-name.
           open input level-file.
           if level-file-status = "00" then
                 perform load-level-row varying level-row-num from 1
                       by 1 until level-row-num > board-height
                 close level-file
           else
                 move "OPEN" to layout-name
           end-if.

       load-level-row.
           read level-file
                 at end
                       continue
                 not at end
                       perform load-level-cell varying level-col-num
                             from 1 by 1
                             until level-col-num > board-width
           end-read.

       load-level-cell.
           if level-file-record(level-col-num:1) = "X" then
                 move VIS-WALL to
                       screen-pixel(level-row-num, level-col-num)
           end-if.

       read-next-event.
           move 0 to have-event.
           read replay-file
                 at end
                       continue
                 not at end
                       move 1 to have-event
           end-read.

       verify-tick.
           perform apply-tick-events.
           if replay-done = 0 then
                 perform move-snakes
                 add 1 to cur-tick
           end-if.

       apply-tick-events.
           perform apply-one-event until have-event = 0
                 or replay-done = 1 or rpyf-tick > cur-tick.
           if have-event = 0 and replay-done = 0 then
                 move 1 to replay-done
           end-if.

       apply-one-event.
           evaluate rpyf-rec-type
               when "D"
                   if rpyf-dir-player = 1 then
                         move rpyf-dir-value to cur-direction
                   else
                         move rpyf-dir-value to cur-direction2
                         move 1 to player2-active
                   end-if
               when "F"
                   perform place-recorded-food
               when "E"
                   move 1 to have-end-rec
                   move 1 to replay-done
           end-evaluate.
           perform read-next-event.

       drain-remaining-events.
           if rpyf-rec-type = "E" then
                 move 1 to have-end-rec
           end-if.
           perform read-next-event.

       move-snakes.
           perform handle-move.
           if player2-active = 1 then
                 perform handle-move2
           end-if.
           if game-ended = 1 then
                 move 1 to replay-done
           end-if.

       place-recorded-food.
           perform find-free-food-slot.
           if food-slot > 0 then
                 add 1 to game-spawns
                 move rpyf-food-x to food-x(food-slot)
                 move rpyf-food-y to food-y(food-slot)
                 move rpyf-food-points to food-points(food-slot)
                 move 1 to food-active(food-slot)
                 add 1 to food-count
                 move food-x(food-slot) to mark-x
                 move food-y(food-slot) to mark-y
                 if food-points(food-slot) > 1 then
                       move VIS-FOOD-BONUS to
                             screen-pixel(mark-y, mark-x)
                 else
                       move VIS-FOOD to screen-pixel(mark-y, mark-x)
                 end-if
           end-if.

       find-free-food-slot.
           move 0 to food-slot.
           perform check-food-slot-free varying food-index from 1
                 by 1 until food-index > food-max.

       check-food-slot-free.
           if food-active(food-index) = 0 and food-slot = 0 then
                 move food-index to food-slot
           end-if.

       mark-snake-segment.
           move snake-x(snake-index) to mark-x.
           move snake-y(snake-index) to mark-y.
           move VIS-SNAKE to screen-pixel(mark-y, mark-x).

       mark-snake2-segment.
           move snake2-x(snake2-index) to mark-x.
           move snake2-y(snake2-index) to mark-y.
           move VIS-SNAKE2 to screen-pixel(mark-y, mark-x).

      *>The paragraphs below mirror the move handling in
      *>snake-replay, minus the scoring and pace (the analysis counts
      *>meals, not points), plus a note of where each crash landed.
       handle-move.
           perform get-next-pos.

           move 0 to snake-grew.

           if wall-mode = 1 and hit-wall = 1 then
                 move 1 to game-ended
                 move 1 to crash1-found
                 move snake-x(1) to crash1-x
                 move snake-y(1) to crash1-y
           else
                 if screen-pixel(next-snake-y, next-snake-x) = VIS-SNAKE
                       or screen-pixel(next-snake-y, next-snake-x) =
                             VIS-SNAKE2
                       or screen-pixel(next-snake-y, next-snake-x) =
                             VIS-WALL then
                       move 1 to game-ended
                       move 1 to crash1-found
                       move next-snake-x to crash1-x
                       move next-snake-y to crash1-y
                 else
                       perform find-food-at-pos
                       if found-food-index > 0 then
                             add 1 to game-pickups
                             perform grow-snake
                             move 0 to food-active(found-food-index)
                             subtract 1 from food-count
                             move 1 to snake-grew
                       end-if
                 end-if
           end-if.

           move VIS-SNAKE to screen-pixel(next-snake-y, next-snake-x).
           if snake-grew = 0 then
                 move VIS-BLANK to screen-pixel(snake-y(snake-len),
                       snake-x(snake-len))
           end-if.

           perform shift-snake varying snake-index from snake-len by -1
                 until snake-index = 1.

           move next-snake-x to snake-x(1).
           move next-snake-y to snake-y(1).

       shift-snake.
           compute snake-x(snake-index) = snake-x(snake-index - 1).
           compute snake-y(snake-index) = snake-y(snake-index - 1).

       find-food-at-pos.
           move 0 to found-food-index.
           perform check-food-at-pos varying food-index from 1 by 1
                 until food-index > food-max.

       check-food-at-pos.
           if food-active(food-index) = 1
                 and food-x(food-index) = next-snake-x
                 and food-y(food-index) = next-snake-y
                 and found-food-index = 0 then
                 move food-index to found-food-index
           end-if.

       grow-snake.
           move snake-len to old-snake-len.
           compute snake-len = snake-len +
                 food-points(found-food-index).
           if snake-len > snake-max then
                 move snake-max to snake-len
           end-if.
           compute new-tail-start = old-snake-len + 1.
           perform extend-snake-tail varying snake-index from
                 new-tail-start by 1 until snake-index > snake-len.

       extend-snake-tail.
           compute snake-x(snake-index) = snake-x(old-snake-len).
           compute snake-y(snake-index) = snake-y(old-snake-len).

       get-next-pos.
           move 0 to hit-wall.
           move snake-x(1) to next-snake-x.
           move snake-y(1) to next-snake-y.
           evaluate true
               when cur-direction = DIR-UP
                   perform get-next-pos-up
               when cur-direction = DIR-LEFT
                   perform get-next-pos-left
               when cur-direction = DIR-DOWN
                   perform get-next-pos-down
               when cur-direction = DIR-RIGHT
                   perform get-next-pos-right
           end-evaluate.

       get-next-pos-up.
           if snake-y(1) = 1 then
                 move 1 to hit-wall
                 move board-height to next-snake-y
           else
                 subtract 1 from snake-y(1) giving next-snake-y
           end-if.

       get-next-pos-left.
           if snake-x(1) = 1 then
                 move 1 to hit-wall
                 move board-width to next-snake-x
           else
                 subtract 1 from snake-x(1) giving next-snake-x
           end-if.

       get-next-pos-down.
           if snake-y(1) = board-height then
                 move 1 to hit-wall
                 move 1 to next-snake-y
           else
                 add 1 to snake-y(1) giving next-snake-y
           end-if.

       get-next-pos-right.
           if snake-x(1) = board-width then
                 move 1 to hit-wall
                 move 1 to next-snake-x
           else
                 add 1 to snake-x(1) giving next-snake-x
           end-if.

       handle-move2.
           perform get-next-pos2.

           move 0 to snake2-grew.

           if wall-mode = 1 and hit-wall2 = 1 then
                 move 1 to game-ended
                 move 1 to crash2-found
                 move snake2-x(1) to crash2-x
                 move snake2-y(1) to crash2-y
           else
                 if screen-pixel(next-snake2-y, next-snake2-x) =
                       VIS-SNAKE or screen-pixel(next-snake2-y,
                             next-snake2-x) = VIS-SNAKE2
                       or screen-pixel(next-snake2-y, next-snake2-x) =
                             VIS-WALL then
                       move 1 to game-ended
                       move 1 to crash2-found
                       move next-snake2-x to crash2-x
                       move next-snake2-y to crash2-y
                 else
                       perform find-food-at-pos2
                       if found-food-index2 > 0 then
                             add 1 to game-pickups
                             perform grow-snake2
                             move 0 to food-active(found-food-index2)
                             subtract 1 from food-count
                             move 1 to snake2-grew
                       end-if
                 end-if
           end-if.

           move VIS-SNAKE2 to screen-pixel(next-snake2-y,
                 next-snake2-x).
           if snake2-grew = 0 then
                 move VIS-BLANK to screen-pixel(snake2-y(snake2-len),
                       snake2-x(snake2-len))
           end-if.

           perform shift-snake2 varying snake2-index from snake2-len
                 by -1 until snake2-index = 1.

           move next-snake2-x to snake2-x(1).
           move next-snake2-y to snake2-y(1).

       shift-snake2.
           compute snake2-x(snake2-index) = snake2-x(snake2-index - 1).
           compute snake2-y(snake2-index) = snake2-y(snake2-index - 1).

       find-food-at-pos2.
           move 0 to found-food-index2.
           perform check-food-at-pos2 varying food-index from 1 by 1
                 until food-index > food-max.

       check-food-at-pos2.
           if food-active(food-index) = 1
                 and food-x(food-index) = next-snake2-x
                 and food-y(food-index) = next-snake2-y
                 and found-food-index2 = 0 then
                 move food-index to found-food-index2
           end-if.

       grow-snake2.
           move snake2-len to old-snake2-len.
           compute snake2-len = snake2-len +
                 food-points(found-food-index2).
           if snake2-len > snake-max then
                 move snake-max to snake2-len
           end-if.
           compute new-tail2-start = old-snake2-len + 1.
           perform extend-snake2-tail varying snake2-index from
                 new-tail2-start by 1 until snake2-index > snake2-len.

       extend-snake2-tail.
           compute snake2-x(snake2-index) = snake2-x(old-snake2-len).
           compute snake2-y(snake2-index) = snake2-y(old-snake2-len).

       get-next-pos2.
           move 0 to hit-wall2.
           move snake2-x(1) to next-snake2-x.
           move snake2-y(1) to next-snake2-y.
           evaluate true
               when cur-direction2 = DIR-UP
                   perform get-next-pos2-up
               when cur-direction2 = DIR-LEFT
                   perform get-next-pos2-left
               when cur-direction2 = DIR-DOWN
                   perform get-next-pos2-down
               when cur-direction2 = DIR-RIGHT
                   perform get-next-pos2-right
           end-evaluate.

       get-next-pos2-up.
           if snake2-y(1) = 1 then
                 move 1 to hit-wall2
                 move board-height to next-snake2-y
           else
                 subtract 1 from snake2-y(1) giving next-snake2-y
           end-if.

       get-next-pos2-left.
           if snake2-x(1) = 1 then
                 move 1 to hit-wall2
                 move board-width to next-snake2-x
           else
                 subtract 1 from snake2-x(1) giving next-snake2-x
           end-if.

       get-next-pos2-down.
           if snake2-y(1) = board-height then
                 move 1 to hit-wall2
                 move 1 to next-snake2-y
           else
                 add 1 to snake2-y(1) giving next-snake2-y
           end-if.

       get-next-pos2-right.
           if snake2-x(1) = board-width then
                 move 1 to hit-wall2
                 move 1 to next-snake2-x
           else
                 add 1 to snake2-x(1) giving next-snake2-x
           end-if.

      *>Adds the finished replay to its layout's row, opening a row
      *>(and taking a copy of its walls) the first time the layout
      *>turns up.
       tally-layout.
           move 0 to la-slot.
           perform check-layout-slot varying la-index from 1 by 1
                 until la-index > la-count.
           if la-slot = 0 then
                 if la-count < la-max-entries then
                       add 1 to la-count
                       move la-count to la-slot
                       perform open-layout-slot
                 else
                       add 1 to la-over-count
                 end-if
           end-if.
           if la-slot > 0 then
                 add 1 to la-games(la-slot)
                 add cur-tick to la-ticks(la-slot)
                 add game-pickups to la-pickups(la-slot)
                 add game-spawns to la-spawns(la-slot)
                 if board-width > la-width(la-slot) then
                       move board-width to la-width(la-slot)
                 end-if
                 if board-height > la-height(la-slot) then
                       move board-height to la-height(la-slot)
                 end-if
                 perform copy-layout-walls varying screen-row-num
                       from 1 by 1
                       until screen-row-num > board-height
                 if crash1-found = 1 then
                       add 1 to la-heat(la-slot, crash1-y, crash1-x)
                       add 1 to la-crashes(la-slot)
                 end-if
                 if crash2-found = 1 then
                       add 1 to la-heat(la-slot, crash2-y, crash2-x)
                       add 1 to la-crashes(la-slot)
                 end-if
           end-if.

       check-layout-slot.
           if la-name(la-index) = layout-name and la-slot = 0 then
                 move la-index to la-slot
           end-if.

       open-layout-slot.
           move layout-name to la-name(la-slot).
           move zero to la-games(la-slot).
           move zero to la-ticks(la-slot).
           move zero to la-pickups(la-slot).
           move zero to la-spawns(la-slot).
           move zero to la-crashes(la-slot).
           move zero to la-width(la-slot).
           move zero to la-height(la-slot).
           perform clear-layout-row varying heat-row-num from 1 by 1
                 until heat-row-num > max-board-dim.

       clear-layout-row.
           perform clear-layout-cell varying heat-col-num from 1 by 1
                 until heat-col-num > max-board-dim.

       clear-layout-cell.
           move zero to la-heat(la-slot, heat-row-num, heat-col-num).
           move space to la-wall(la-slot, heat-row-num, heat-col-num).

       copy-layout-walls.
           perform copy-layout-wall-cell varying screen-col-num
                 from 1 by 1 until screen-col-num > board-width.

       copy-layout-wall-cell.
           if screen-pixel(screen-row-num, screen-col-num) = VIS-WALL
                 then
                 move VIS-WALL to
                       la-wall(la-slot, screen-row-num, screen-col-num)
           end-if.

       print-layout-report.
           display spaces.
           display "Layout      Games   Avg ticks  Ticks/meal  "
                 "Uneaten".
           display "--------  -------  ----------  ----------  "
                 "-------".
           if la-count = zero then
                 display "No replays could be analyzed."
           end-if.
           perform print-layout-line varying la-index from 1 by 1
                 until la-index > la-count.

      *>Ticks per meal is the layout's total ticks over every meal
      *>either snake ate; uneaten is the share of spawned food still
      *>on the board when the game ended.
       print-layout-line.
           compute avg-ticks rounded =
                 la-ticks(la-index) / la-games(la-index).
           move la-games(la-index) to report-count.
           move avg-ticks to report-avg.
           if la-pickups(la-index) > zero then
                 compute avg-gap rounded =
                       la-ticks(la-index) / la-pickups(la-index)
                 move avg-gap to report-gap
           else
                 move zero to avg-gap
           end-if.
           if la-spawns(la-index) > zero then
                 compute uneaten-pct rounded =
                       (la-spawns(la-index) - la-pickups(la-index))
                       * 100 / la-spawns(la-index)
           else
                 move zero to uneaten-pct
           end-if.
           move uneaten-pct to report-pct.
           if la-pickups(la-index) > zero then
                 display la-name(la-index) "  " report-count "  "
                       report-avg "   " report-gap "   "
                       report-pct "%"
           else
                 display la-name(la-index) "  " report-count "  "
                       report-avg "         n/a   " report-pct "%"
           end-if.

       print-heat-maps.
           perform print-layout-heat-map varying la-index from 1 by 1
                 until la-index > la-count.

      *>One character per board cell: "+" a wall, "." nobody died
      *>there, 1-9 the number of crashes, "@" ten or more.
       print-layout-heat-map.
           display spaces.
           move la-crashes(la-index) to report-count.
           display "Crash map - " la-name(la-index) " ("
                 report-count " crashes)".
           display "  + wall   . no crashes   1-9 crashes   @ ten or "
                 "more".
           perform print-heat-row varying heat-row-num from 1 by 1
                 until heat-row-num > la-height(la-index).

       print-heat-row.
           move spaces to heat-line.
           perform build-heat-cell varying heat-col-num from 1 by 1
                 until heat-col-num > la-width(la-index).
           display "  " heat-line(1:la-width(la-index)).

       build-heat-cell.
           evaluate true
               when la-wall(la-index, heat-row-num, heat-col-num) =
                     VIS-WALL
                   move VIS-WALL to heat-line(heat-col-num:1)
               when la-heat(la-index, heat-row-num, heat-col-num) =
                     zero
                   move VIS-BLANK to heat-line(heat-col-num:1)
               when la-heat(la-index, heat-row-num, heat-col-num) > 9
                   move "@" to heat-line(heat-col-num:1)
               when other
                   move la-heat(la-index, heat-row-num, heat-col-num)
                         to heat-digit
                   move heat-digit to heat-line(heat-col-num:1)
           end-evaluate.

       print-control-report.
           display spaces.
           display "Analytics control report".
           display "------------------------".
           move cat-read-count to report-count.
           display "Catalog lines read:       " report-count.
           move analyzed-count to report-count.
           display "Replays analyzed:         " report-count.
           move cut-short-count to report-count.
           display "  of which cut short:     " report-count.
           move unstamped-count to report-count.
           display "  of which unversioned:   " report-count.
           move la-over-count to report-count.
           display "  of which over table:    " report-count.
           move missing-count to report-count.
           display "Replay file missing:      " report-count.
           move unreadable-count to report-count.
           display "Not a replay file:        " report-count.
           move no-level-count to report-count.
           display "Layout file missing:      " report-count.
           move layout-changed-count to report-count.
           display "Layout version changed:   " report-count.
      *>A replay over the layout table was still analyzed, so it is
      *>inside analyzed-count and not added again here.
           compute control-total = missing-count + unreadable-count +
                 no-level-count + layout-changed-count +
                 analyzed-count.
           if control-total = cat-read-count then
                 display "Control totals balance - every catalog "
                       "line accounted for."
           else
                 display "CONTROL TOTALS DO NOT BALANCE - check the "
                       "catalog before trusting this run."
           end-if.
