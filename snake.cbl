           select replay-file assign using replay-file-name
               organization is line sequential
               file status is replay-file-status.
           select ghost-file assign using ghost-file-name
               organization is line sequential
               file status is ghost-file-status.
           select replay-cat-file assign to "replaycat.dat"
               organization is line sequential
               file status is replay-cat-status.
           select season-cfg-file assign to "season.cfg"
               organization is line sequential
               file status is season-cfg-status.
           select achv-file assign to "achievements.dat"
               organization is line sequential
               file status is achv-file-status.
           select tourney-file assign to "tournament.dat"
               organization is line sequential
               file status is tourney-file-status.
           select review-file assign to "review.dat"
               organization is line sequential
               file status is review-file-status.
           select player-master-file assign to "plrmast.dat"
               organization is indexed
               access mode is dynamic
               record key is pmf-player
               file status is player-master-status.
           select layout-reg-file assign to "layouts.dat"
               organization is line sequential
               file status is layout-reg-status.
           select layout-top-file assign to "laytop.dat"
               organization is line sequential
               file status is layout-top-status.
           select layout-top-temp-file assign to "laytop.tmp"
               organization is line sequential
               file status is layout-top-temp-status.

       data division.
       file section.
       fd replay-file.
       copy replayrec.

      *>The replay a daily-challenge game is racing, read a tick at a
      *>time alongside the live game - same layout as the replay this
      *>game is writing.
       fd ghost-file.
       copy replayrec replacing leading ==rpyf-== by ==ghf-==
           ==replay-file-record== by ==ghost-file-record==.

       fd replay-cat-file.
       copy rpycatrec.

       fd daily-file.
       copy dlyrec.

       fd achv-file.
       copy achvrec.

       fd tourney-file.
       copy tourrec.

       fd review-file.
       copy reviewrec.

       fd player-master-file.
       copy plrmastrec.

       fd layout-reg-file.
       copy layoutrec.

       fd layout-top-file.
       copy laytoprec.

      *>Work file for rewriting laytop.dat, the same way daily.tmp
      *>serves daily.dat: other layouts' tables pass through here
      *>untouched while this layout's table is rebuilt.
       fd layout-top-temp-file.
       01 layout-top-temp-record pic x(50).

      *>Work file for rewriting daily.dat: other days' tables pass
      *>through here untouched while today's table is rebuilt.
       fd daily-temp-file.
       01 lvl-valid pic 9(1) value zero.
       01 lvl-invalid-reason pic x(40).
       01 lvl-wide-line pic 9(1) value zero.

      *>Layout version stamp, from the registry in layouts.dat (see
      *>STAMP-LAYOUT-VERSION).  It goes onto the history line and the
      *>replay's config record, and picks which per-layout table in
      *>laytop.dat the game ranks on.  The open board is version 0.
       01 layout-reg-status pic x(2).
       01 layout-version pic 9(3) value zero.
       01 lyt-checksum pic 9(4).
       01 lyt-sum-acc pic 9(7) usage is comp.
       01 lyt-sum-pos pic 9(2) usage is comp.
       01 lyt-changed pic 9(1) value zero.
       01 lyt-max-entries pic 9(3) usage is comp value 100.
       01 lyt-count pic 9(3) usage is comp value zero.
       01 lyt-found pic 9(3) usage is comp.
       01 lyt-table.
           05 lyt-entry occurs 100 times indexed by lyt-index.
               10 lyt-name pic x(8).
               10 lyt-version pic 9(3).
               10 lyt-sum pic 9(4).
               10 lyt-date pic x(10).
      *>Flood-fill scratch for the reachability check: one flag per
      *>board cell, and a queue big enough for every cell to pass
      *>through it once.
       01 dly-slot pic 9(2) usage is comp.
       01 dly-shift-start pic 9(2) usage is comp.
       01 dly-qualifies pic 9(1) value zero.

      *>This layout and version's slice of laytop.dat: loaded at
      *>startup for the paused leaderboard view, rebuilt at game-over
      *>the way the daily table is.
       01 layout-top-status pic x(2).
       01 layout-top-temp-status pic x(2).
       01 lt-max-entries pic 9(2) value 10.
       01 lt-count pic 9(2) usage is comp value zero.
       01 lt-table.
           05 lt-entry occurs 10 times indexed by lt-index.
               10 lt-score pic 9(5).
               10 lt-date pic x(10).
               10 lt-player pic x(3).
               10 lt-points pic 9(7).
       01 lt-slot pic 9(2) usage is comp.
       01 lt-shift-start pic 9(2) usage is comp.
       01 lt-qualifies pic 9(1) value zero.
       01 lt-rank pic 9(2) usage is comp value zero.
       01 lt-keep pic 9(1) value zero.
       01 lt-caption pic x(40).
       01 lt-version-text pic z(2)9.
      *>Which head the steering paragraphs are working for: the
      *>caller loads the head position and direction state here and
      *>reads the choice back from ai-chosen-dir, so the same logic
       01 replay-last-dir2 pic 9(1) value zero.
       01 replay-p2-recorded pic 9(1) value zero.

      *>Ghost race, offered at startup in daily-challenge mode: a
      *>solo daily run recorded earlier today on the same board -
      *>today's leader, or the player's own best - is played back a
      *>move tick at a time beside the live game.  The ghost runs on
      *>its own body, food and score, fed from the replay's events,
      *>and never touches the game screen: it is painted only over
      *>blank cells as the board is drawn, so it cannot block the
      *>live snake or eat its food.  The side panel shows the live
      *>points ahead of (or behind) the ghost's at the same tick, and
      *>the history line names the replay raced.  A resumed run
      *>races no ghost - its replay position went with the suspend.
       01 ghost-mode pic 9(1) value zero.
       01 ghost-answer pic x(1).
       01 ghost-file-name pic x(30) value spaces.
       01 ghost-file-status pic x(2).
       01 ghost-pick-name pic x(30).
       01 ghost-pick-player pic x(3).
       01 ghost-pick-points pic 9(7) usage is comp.
       01 gh-have-event pic 9(1) value zero.
       01 gh-done pic 9(1) value zero.
       01 gh-body.
           05 gh-part occurs 100 times indexed by gh-index.
               10 gh-x pic 9(2).
               10 gh-y pic 9(2).
       01 gh-len pic 9(3) usage is comp value 1.
       01 gh-old-len pic 9(3) usage is comp.
       01 gh-new-tail pic 9(3) usage is comp.
       01 gh-dir pic 9(1) value 3.
       01 gh-next-x pic 9(2) usage is comp.
       01 gh-next-y pic 9(2) usage is comp.
       01 gh-food-table.
           05 gh-food occurs 10 times indexed by gh-food-index.
               10 gh-food-x pic 9(2).
               10 gh-food-y pic 9(2).
               10 gh-food-points pic 9(2).
               10 gh-food-active pic 9(1).
       01 gh-food-slot pic 9(2) usage is comp.
       01 gh-found pic 9(2) usage is comp.
       01 gh-score pic 9(7) usage is comp value zero.
       01 gh-move-time pic 9(3) usage is comp value 350.
       01 gh-move-calc pic s9(5) usage is comp.
       01 gh-pace-bonus pic 9(3) usage is comp.
       01 gh-add pic 9(5) usage is comp.
       01 gh-lead pic s9(7) usage is comp value zero.
       01 gh-report-points pic z(6)9.

      *>Mode letter stamped on the history line and the replay
      *>catalog line, so the two always agree on what kind of game
      *>the run was.
       01 seal-check pic 9(4).
       01 hist-last-seq pic 9(6) usage is comp value zero.

      *>Achievements (see achvrec and badgetab): at game over the
      *>whole history log, the finishing line included, is run
      *>through the badge rules for the two seats' players, and any
      *>badge earned that is not yet in achievements.dat is appended
      *>and announced under the ranking lines.  Working from the log
      *>rather than the finishing run alone lets a streak or a win
      *>count that spans many games add up, and keeps the game and
      *>the snake-badges rebuild in agreement about the earning
      *>game.  bp- is per-seat progress; slot 1 is always player 1.
       01 achv-file-status pic x(2).
       copy badgetab.
       01 bp-max-entries pic 9(2) value 2.
       01 bp-count pic 9(2) usage is comp value zero.
       01 bp-table.
           05 bp-entry occurs 2 times indexed by bp-index.
               10 bp-id pic x(3).
               10 bp-h2h-wins pic 9(5) usage is comp.
               10 bp-daily-run pic 9(3) usage is comp.
               10 bp-last-daily pic 9(8) usage is comp.
               10 bp-badge occurs 5 times.
                   15 bp-earned pic 9(1).
                   15 bp-on-file pic 9(1).
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
      *>Badges this game newly earned, for the game-over report.
       01 new-badge-count pic 9(2) usage is comp value zero.
       01 new-badge-table.
           05 new-badge-entry occurs 10 times.
               10 new-badge-player pic x(3).
               10 new-badge-num pic 9(1).
       01 new-badge-line pic 9(2) usage is comp.

      *>Match-night tournament (see tourrec and snake-tourney.cbl):
      *>when the bracket has a match waiting, startup offers it with
      *>both seats' initials filled in, and GAME-OVER advances the
      *>bracket from the winner column.  A match taken up is marked
      *>in play, so a suspended match finds its way back to the
      *>bracket when the resumed run ends.  Tournament games are
      *>always two-player, played on the house snake.cfg settings
      *>rather than either player's profile.
       copy tourtab.
       01 tourney-game pic 9(1) value zero.
       01 tourney-answer pic x(1).
       01 tourney-result pic x(58) value spaces.

      *>Top-10 entries the snake-screen batch still has a flag
      *>against (review.dat); the game-over table marks them.
       01 review-file-status pic x(2).
       01 rv-max-entries pic 9(2) value 10.
       01 rv-count pic 9(2) usage is comp value zero.
       01 rv-table.
           05 rv-entry occurs 10 times indexed by rv-index.
               10 rv-score pic 9(5).
               10 rv-date pic x(10).
               10 rv-player pic x(3).
               10 rv-points pic 9(7).
       01 line-review pic x(14).

      *>Append-only session history, one line per completed game.
       01 game-start-secs pic 9(8) usage is comp.
       01 game-end-secs pic 9(8) usage is comp.
      *>the board and the full top-10 leaderboard, R between the
      *>board and the recent-games list, O between the board and the
      *>profile settings screen (whose fields are adjusted with the
      *>digit keys), V between the board and player 1's card from
      *>the player master.
       01 ASCII-H pic 9(3) usage is comp value 104.
       01 ASCII-R pic 9(3) usage is comp value 114.
       01 ASCII-O pic 9(3) usage is comp value 111.
       01 ASCII-V pic 9(3) usage is comp value 118.
       01 ASCII-1 pic 9(3) usage is comp value 49.
       01 ASCII-2 pic 9(3) usage is comp value 50.
       01 ASCII-3 pic 9(3) usage is comp value 51.
       01 VIS-FOOD-BONUS pic x(1) value "*".
       01 VIS-BLANK pic x(1) value ".".
       01 VIS-WALL pic x(1) value "+".
       01 VIS-GHOST pic x(1) value "g".

       01 input-char pic 9(8) usage is comp.
       01 old-direction pic 9(1) value 3.
       01 paused pic 9(1) value 0.
           88 game-is-paused value 1.

      *>Which screen DRAW paints: the board, the full leaderboard, the
      *>recent-games list, the settings screen or the player card.
      *>The information screens are only reachable from the pause
      *>state, and unpausing always lands back on the board.
       01 view-mode pic 9(1) value 0.
           88 view-is-board value 0.
           88 view-is-leaderboard value 1.
           88 view-is-recent value 2.
           88 view-is-settings value 3.
           88 view-is-card value 4.

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

      *>Player 1's master record as it stood when the game started,
      *>for the player card view; a current streak whose last daily
      *>day is before yesterday has lapsed and shows as zero.
       copy plrmastrec replacing leading ==pmf-== by ==pc-==
           ==player-master-record== by ==pc-record==.
       01 pc-found pic 9(1) value zero.
       01 pc-today-num pic 9(7) usage is comp.
       01 pc-hours pic 9(7) usage is comp.
       01 pc-minutes pic 9(2) usage is comp.
       01 pc-line-count pic z(8)9.
       01 pc-line-count2 pic z(8)9.
       01 pc-line-minutes pic 99.

      *>Ring of the last N history lines, loaded at startup and
      *>topped up with the finishing run, so the recent-games screen
      *>profile may change it.
           if resumed-game = 0 then
                 perform attract-sequence
                 perform offer-tourney-match
                 if tourney-game = 0 then
                       perform ask-player-ids
                       perform apply-player-profiles
                       if daily-mode = 1 then
                             perform offer-ghost-race
                       end-if
                 end-if
                 move 1 to snake-x(1), snake-y(1)
                 move board-width to snake2-x(1)
                 move board-height to snake2-y(1)
                 move 1 to player2-active
           end-if.
           perform register-players.
           perform load-layout-top.
           perform load-player-card.

           call "initscr".
           call "noecho".
                 end-if
           end-if.

      *>Offers the earliest match still to be played - pending, or
      *>in play from a game that never reached GAME-OVER - before the
      *>normal prompts.  Turning it down just plays a normal game.
       offer-tourney-match.
           move 0 to tourney-game.
           perform load-tournament.
           move 0 to tm-slot.
           if tn-found = 1 and tn-is-open then
                 perform find-playable-match varying tm-index from 1
                       by 1 until tm-index > tm-count
           end-if.
           if tm-slot > 0 then
                 move tm-round(tm-slot) to line-rank
                 display "Tournament " function trim(tn-name)
                       " - round " line-rank " match is ready: "
                       tm-player-a(tm-slot) " (player 1) v "
                       tm-player-b(tm-slot) " (player 2)"
                 display "Play it now? (Y/N):"
                 accept tourney-answer
                 if function upper-case(tourney-answer) = "Y" then
                       move 1 to tourney-game
                       move tm-player-a(tm-slot) to player1-id
                       move tm-player-b(tm-slot) to player2-id
                       move 0 to opponent-mode
                       move 1 to player2-active
      *>A bracket game is an ordinary crash-decided match: no clock
      *>to end it level and no daily seed or daily.dat posting.
                       move 0 to daily-mode
                       move 0 to time-attack-mode
                       move "I" to tm-status(tm-slot)
                       perform save-tournament
                 end-if
           end-if.

       find-playable-match.
           if tm-slot = 0 and (tm-status(tm-index) = "P" or
                 tm-status(tm-index) = "I") then
                 move tm-index to tm-slot
           end-if.

      *>Runs after LOG-GAME-HISTORY, so the sequence number of the
      *>deciding line is settled.  A game
      *>with no winner leaves the match drawn for snake-tourney to
      *>put back for a replay.  A resumed run has lost the flag, so
      *>it is matched to the in-play match by its two seats.
       post-tourney-result.
           move spaces to tourney-result.
           if tourney-game = 1 or resumed-game = 1 then
                 perform load-tournament
                 move 0 to tm-slot
                 if tn-found = 1 and tn-is-open then
                       perform find-match-in-play varying tm-index
                             from 1 by 1 until tm-index > tm-count
                 end-if
                 if tm-slot > 0 then
                       perform record-match-result
                       perform save-tournament
                 end-if
           end-if.

       find-match-in-play.
           if tm-slot = 0 and tm-status(tm-index) = "I" and
                 tm-player-a(tm-index) = player1-id and
                 tm-player-b(tm-index) = player2-id then
                 move tm-index to tm-slot
           end-if.

       record-match-result.
           move today-date to tm-played(tm-slot).
           move hist-last-seq to tm-hist-seq(tm-slot).
      *>Same outcome rule as the winner column LOG-GAME-HISTORY
      *>has just written.
           evaluate true
               when player2-active = 1 and loser-is-snake2
                   move tm-player-a(tm-slot) to tm-winner(tm-slot)
               when player2-active = 1 and loser-is-snake1
                   move tm-player-b(tm-slot) to tm-winner(tm-slot)
               when other
                   move spaces to tm-winner(tm-slot)
           end-evaluate.
           if tm-winner(tm-slot) = spaces then
                 move "D" to tm-status(tm-slot)
                 move "no winner - the match will be replayed."
                       to tourney-result
           else
                 move "C" to tm-status(tm-slot)
                 perform advance-match
                 if tn-is-finished then
                       string tm-winner(tm-slot) delimited by size
                             " wins the tournament!" delimited by size
                             into tourney-result
                 else
                       string tm-winner(tm-slot) delimited by size
                             " goes through to the next round."
                             delimited by size
                             into tourney-result
                 end-if
           end-if.

      *>The paragraphs from here to SHOW-PLAYER-RATINGS mirror the
      *>bracket handling in snake-tourney.cbl.
       load-tournament.
           move 0 to tn-found.
           move zero to te-count.
           move zero to tm-count.
           open input tourney-file.
           if tourney-file-status = "00" then
                 perform read-tournament-line with test after
                       until tourney-file-status not = "00"
                 close tourney-file
           end-if.

       read-tournament-line.
           read tourney-file
                 at end
                       continue
                 not at end
                       evaluate trnf-rec-type
                           when "H"
                               perform take-tourney-header
                           when "E"
                               perform take-tourney-entrant
                           when "M"
                               perform take-tourney-match
                       end-evaluate
           end-read.

       take-tourney-header.
           move 1 to tn-found.
           move trnf-name to tn-name.
           move trnf-status to tn-status.
           move trnf-size to tn-size.
           move trnf-entrants to tn-entrants.
           move trnf-rounds to tn-rounds.
           move trnf-created to tn-created.
           move trnf-champion to tn-champion.

       take-tourney-entrant.
           if te-count < te-max-entries then
                 add 1 to te-count
                 move trnf-seed to te-seed(te-count)
                 move trnf-player to te-player(te-count)
                 move trnf-rating to te-rating(te-count)
                 move trnf-out-round to te-out-round(te-count)
           end-if.

       take-tourney-match.
           if tm-count < tm-max-entries then
                 add 1 to tm-count
                 move trnf-round to tm-round(tm-count)
                 move trnf-match-no to tm-match-no(tm-count)
                 move trnf-player-a to tm-player-a(tm-count)
                 move trnf-player-b to tm-player-b(tm-count)
                 move trnf-match-status to tm-status(tm-count)
                 move trnf-winner to tm-winner(tm-count)
                 move trnf-played to tm-played(tm-count)
                 move trnf-hist-seq to tm-hist-seq(tm-count)
                 move trnf-replays to tm-replays(tm-count)
           end-if.

       save-tournament.
           open output tourney-file.
           move spaces to tourney-file-record.
           move "H" to trnf-rec-type.
           move tn-name to trnf-name.
           move tn-status to trnf-status.
           move tn-size to trnf-size.
           move tn-entrants to trnf-entrants.
           move tn-rounds to trnf-rounds.
           move tn-created to trnf-created.
           move tn-champion to trnf-champion.
           write tourney-file-record.
           perform write-tourney-entrant varying te-index from 1
                 by 1 until te-index > te-count.
           perform write-tourney-match varying tm-index from 1 by 1
                 until tm-index > tm-count.
           close tourney-file.

       write-tourney-entrant.
           move spaces to tourney-file-record.
           move "E" to trnf-rec-type.
           move te-seed(te-index) to trnf-seed.
           move te-player(te-index) to trnf-player.
           move te-rating(te-index) to trnf-rating.
           move te-out-round(te-index) to trnf-out-round.
           write tourney-file-record.

       write-tourney-match.
           move spaces to tourney-file-record.
           move "M" to trnf-rec-type.
           move tm-round(tm-index) to trnf-round.
           move tm-match-no(tm-index) to trnf-match-no.
           move tm-player-a(tm-index) to trnf-player-a.
           move tm-player-b(tm-index) to trnf-player-b.
           move tm-status(tm-index) to trnf-match-status.
           move tm-winner(tm-index) to trnf-winner.
           move tm-played(tm-index) to trnf-played.
           move tm-hist-seq(tm-index) to trnf-hist-seq.
           move tm-replays(tm-index) to trnf-replays.
           write tourney-file-record.

       advance-match.
           if tm-winner(tm-slot) = tm-player-a(tm-slot) then
                 move tm-player-b(tm-slot) to tm-loser
           else
                 move tm-player-a(tm-slot) to tm-loser
           end-if.
           perform mark-entrant-out varying te-index from 1 by 1
                 until te-index > te-count.
           if tm-round(tm-slot) >= tn-rounds then
                 move "F" to tn-status
                 move tm-winner(tm-slot) to tn-champion
           else
                 compute tm-find-round = tm-round(tm-slot) + 1
                 compute tm-find-no = (tm-match-no(tm-slot) + 1) / 2
                 perform find-match-slot
                 if tm-next-slot > 0 then
                       perform seat-match-winner
                 end-if
           end-if.

       seat-match-winner.
           if function mod(tm-match-no(tm-slot), 2) = 1 then
                 move tm-winner(tm-slot) to tm-player-a(tm-next-slot)
           else
                 move tm-winner(tm-slot) to tm-player-b(tm-next-slot)
           end-if.
           if tm-player-a(tm-next-slot) not = spaces and
                 tm-player-b(tm-next-slot) not = spaces then
                 move "P" to tm-status(tm-next-slot)
           end-if.

       mark-entrant-out.
           if te-player(te-index) = tm-loser then
                 move tm-round(tm-slot) to te-out-round(te-index)
           end-if.

       find-match-slot.
           move 0 to tm-next-slot.
           perform check-match-slot varying tm-index from 1 by 1
                 until tm-index > tm-count.

       check-match-slot.
           if tm-round(tm-index) = tm-find-round and
                 tm-match-no(tm-index) = tm-find-no and
                 tm-next-slot = 0 then
                 move tm-index to tm-next-slot
           end-if.

      *>The ghost must have been recorded today in daily mode, solo
      *>(no second snake to replay), on this layout, and on the same
      *>board size, wall rule and layout version as this game -
      *>otherwise its food stream and moves do not belong on this
      *>board.
       offer-ghost-race.
           perform make-today-date.
           display "Race a ghost? (D = today's daily leader, "
                 "B = your own best today, blank = no):".
           accept ghost-answer.
           move function upper-case(ghost-answer) to ghost-answer.
           if ghost-answer = "D" or ghost-answer = "B" then
                 perform find-ghost-run
                 if ghost-pick-name = spaces then
                       display "No solo daily run on this layout "
                             "today to race."
                 else
                       perform open-ghost-run
                 end-if
           end-if.

       find-ghost-run.
           move spaces to ghost-pick-name.
           move zero to ghost-pick-points.
           open input replay-cat-file.
           if replay-cat-status = "00" then
                 perform read-ghost-candidate with test after
                       until replay-cat-status not = "00"
                 close replay-cat-file
           end-if.

       read-ghost-candidate.
           read replay-cat-file
                 at end
                       continue
                 not at end
                       if rpcf-date = today-date and
                             rpcf-mode = "D" and
                             rpcf-player2 = "---" and
                             rpcf-layout = layout-name and
                             (ghost-answer = "D" or
                             (rpcf-player = player1-id and
                             player1-id not = "---")) and
                             (ghost-pick-name = spaces or
                             rpcf-points > ghost-pick-points) then
                             move rpcf-name to ghost-pick-name
                             move rpcf-player to ghost-pick-player
                             move rpcf-points to ghost-pick-points
                       end-if
           end-read.

       open-ghost-run.
           move ghost-pick-name to ghost-file-name.
           open input ghost-file.
           if ghost-file-status not = "00" then
                 display "Ghost replay " function trim(ghost-file-name)
                       " cannot be read - no ghost."
           else
                 move zero to gh-have-event
                 read ghost-file
                       at end
                             continue
                       not at end
                             move 1 to gh-have-event
                 end-read
                 if gh-have-event = 1 and ghf-rec-type = "H" and
                       ghf-board-width = board-width and
                       ghf-board-height = board-height and
                       ghf-wall-mode = wall-mode and
                       ghf-layout = layout-name and
                       ghf-layout-ver is numeric and
                       ghf-layout-ver = layout-version then
                       perform start-ghost
                       move ghost-pick-points to gh-report-points
                       display "Racing the ghost of "
                             ghost-pick-player "'s "
                             function trim(gh-report-points)
                             " point run."
                 else
                       close ghost-file
                       display "Ghost replay "
                             function trim(ghost-file-name)
                             " was played on a different board - "
                             "no ghost."
                 end-if
           end-if.

      *>Same spawn and starting direction as every fresh game.
       start-ghost.
           move 1 to ghost-mode.
           move zero to gh-done.
           move 1 to gh-len.
           move 1 to gh-x(1).
           move 1 to gh-y(1).
           move 3 to gh-dir.
           move zero to gh-score.
           move ms-move-time-base to gh-move-time.
           perform clear-ghost-food varying gh-food-index from 1 by 1
                 until gh-food-index > food-max.
           perform read-ghost-event.

       clear-ghost-food.
           move zero to gh-food-active(gh-food-index).

       read-ghost-event.
           move zero to gh-have-event.
           read ghost-file
                 at end
                       continue
                 not at end
                       move 1 to gh-have-event
           end-read.

      *>One move tick of the ghost, in the order snake-replay plays a
      *>recording back: the tick's events first, then the move.  The
      *>closing "E" record (or the end of a cut-short file) parks the
      *>ghost where it stopped.
       advance-ghost.
           perform apply-ghost-event until gh-have-event = 0
                 or gh-done = 1 or ghf-tick > replay-tick.
           if gh-have-event = 0 then
                 move 1 to gh-done
           end-if.
           if gh-done = 0 then
                 perform move-ghost
           end-if.

       apply-ghost-event.
           evaluate ghf-rec-type
               when "D"
                   if ghf-dir-player = 1 then
                         move ghf-dir-value to gh-dir
                   end-if
               when "F"
                   perform place-ghost-food
               when "E"
                   move 1 to gh-done
           end-evaluate.
           if gh-done = 0 then
                 perform read-ghost-event
           end-if.

       place-ghost-food.
           move zero to gh-food-slot.
           perform find-ghost-food-slot varying gh-food-index from 1
                 by 1 until gh-food-index > food-max
                 or gh-food-slot > zero.
           if gh-food-slot > zero then
                 move ghf-food-x to gh-food-x(gh-food-slot)
                 move ghf-food-y to gh-food-y(gh-food-slot)
                 move ghf-food-points to gh-food-points(gh-food-slot)
                 move 1 to gh-food-active(gh-food-slot)
           end-if.

       find-ghost-food-slot.
           if gh-food-active(gh-food-index) = 0 then
                 set gh-food-slot to gh-food-index
           end-if.

      *>Movement, growth and scoring as HANDLE-MOVE does them for
      *>snake 1 - the recorded run has already settled every crash,
      *>so the ghost only has to wrap, eat and grow.
       move-ghost.
           move gh-x(1) to gh-next-x.
           move gh-y(1) to gh-next-y.
           evaluate gh-dir
               when 1
                   if gh-y(1) = 1 then
                         move board-height to gh-next-y
                   else
                         subtract 1 from gh-y(1) giving gh-next-y
                   end-if
               when 2
                   if gh-x(1) = 1 then
                         move board-width to gh-next-x
                   else
                         subtract 1 from gh-x(1) giving gh-next-x
                   end-if
               when 3
                   if gh-y(1) = board-height then
                         move 1 to gh-next-y
                   else
                         add 1 to gh-y(1) giving gh-next-y
                   end-if
               when 4
                   if gh-x(1) = board-width then
                         move 1 to gh-next-x
                   else
                         add 1 to gh-x(1) giving gh-next-x
                   end-if
           end-evaluate.
           move zero to gh-found.
           perform find-ghost-food varying gh-food-index from 1 by 1
                 until gh-food-index > food-max or gh-found > zero.
           if gh-found > zero then
                 compute gh-pace-bonus = (ms-move-time-base -
                       gh-move-time) / 10
                 compute gh-add = gh-food-points(gh-found) *
                       (10 + gh-pace-bonus)
                 if wall-mode = 1 then
                       compute gh-add = gh-add * 2
                 end-if
                 add gh-add to gh-score
                 move gh-len to gh-old-len
                 compute gh-len = gh-len + gh-food-points(gh-found)
                 if gh-len > snake-max then
                       move snake-max to gh-len
                 end-if
                 compute gh-new-tail = gh-old-len + 1
                 perform extend-ghost-tail varying gh-index from
                       gh-new-tail by 1 until gh-index > gh-len
                 move zero to gh-food-active(gh-found)
                 compute gh-move-calc = ms-move-time-base -
                       (gh-len * ms-move-time-step)
                 if gh-move-calc < ms-move-time-min then
                       move ms-move-time-min to gh-move-time
                 else
                       move gh-move-calc to gh-move-time
                 end-if
           end-if.
           perform shift-ghost varying gh-index from gh-len by -1
                 until gh-index = 1.
           move gh-next-x to gh-x(1).
           move gh-next-y to gh-y(1).

       find-ghost-food.
           if gh-food-active(gh-food-index) = 1 and
                 gh-food-x(gh-food-index) = gh-next-x and
                 gh-food-y(gh-food-index) = gh-next-y then
                 set gh-found to gh-food-index
           end-if.

       extend-ghost-tail.
           move gh-x(gh-old-len) to gh-x(gh-index).
           move gh-y(gh-old-len) to gh-y(gh-index).

       shift-ghost.
           move gh-x(gh-index - 1) to gh-x(gh-index).
           move gh-y(gh-index - 1) to gh-y(gh-index).

      *>Only a blank cell shows the ghost; the live snakes, food and
      *>walls always draw over it.
       overlay-ghost-segment.
           if gh-y(gh-index) = draw-row-num and
                 draw-row-temp(gh-x(gh-index):1) = VIS-BLANK then
                 move VIS-GHOST to draw-row-temp(gh-x(gh-index):1)
           end-if.

      *>One pass over ratings.dat picks up both seats; runs before
      *>curses takes the terminal, like the prompts in ASK-PLAYER-IDS.
       show-player-ratings.
           move 0 to rating1-found.
           move 0 to rating2-found.
           else
                 move prof-layout(prof-slot) to layout-name
           end-if.
           move zero to layout-version.
           if layout-name not = "OPEN" then
                 perform load-level
           end-if.
                 move board-height to rpyf-board-height
                 move wall-mode to rpyf-wall-mode
                 move layout-name to rpyf-layout
                 move layout-version to rpyf-layout-ver
                 write replay-file-record
                 move cur-direction to replay-last-dir
                 perform write-replay-dir1
                 move ta-limit-secs to ta-remaining-secs
                 perform load-time-attack-scores
           end-if.
           move zero to layout-version.
           if layout-name not = "OPEN" then
                 perform load-level
           end-if.
                             "the file with snake-edit."
                       perform clear-board-walls
                       move "OPEN" to layout-name
                       move zero to layout-version
                 else
                       perform stamp-layout-version
                 end-if
           else
                 move "OPEN" to layout-name
                 move zero to layout-version
           end-if.

       load-level-row.
                 move 1 to lvl-wide-line
           end-if.

      *>Checks the layout just loaded against its line in layouts.dat.
      *>A layout the registry has never seen comes in as version 1;
      *>one whose file no longer matches the registered checksum was
      *>changed outside snake-edit, so it takes the next version here
      *>just as snake-edit would have given it.  Either way, older
      *>scores stay with the shape they were set on.  Mirrored in
      *>snake-edit (and the checksum in snake-replay); the copies
      *>must agree or each would keep bumping the other's versions.
       stamp-layout-version.
           perform sum-layout-file.
           perform load-layout-registry.
           perform register-layout-sum.
           if lyt-changed = 1 then
                 perform save-layout-registry
           end-if.

      *>Every character of every line, so a wall moved anywhere in the
      *>file - even past the configured board - changes the sum.
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

       load-layout-registry.
           move zero to lyt-count.
           open input layout-reg-file.
           if layout-reg-status = "00" then
                 perform read-layout-entry with test after
                       until layout-reg-status not = "00"
                       or lyt-count >= lyt-max-entries
                 close layout-reg-file
           end-if.

       read-layout-entry.
           read layout-reg-file
                 at end
                       continue
                 not at end
                       add 1 to lyt-count
                       move lytf-name to lyt-name(lyt-count)
                       if lytf-version is numeric then
                             move lytf-version to lyt-version(lyt-count)
                       else
                             move zero to lyt-version(lyt-count)
                       end-if
                       if lytf-checksum is numeric then
                             move lytf-checksum to lyt-sum(lyt-count)
                       else
                             move zero to lyt-sum(lyt-count)
                       end-if
                       move lytf-date to lyt-date(lyt-count)
           end-read.

      *>A full registry leaves a new layout unversioned (0) rather than
      *>dropping a line that older scores depend on.
       register-layout-sum.
           move zero to lyt-changed.
           move zero to lyt-found.
           perform find-layout-entry varying lyt-index from 1 by 1
                 until lyt-index > lyt-count or lyt-found > zero.
           if lyt-found = zero and lyt-count < lyt-max-entries then
                 add 1 to lyt-count
                 move lyt-count to lyt-found
                 move layout-name to lyt-name(lyt-found)
                 move zero to lyt-version(lyt-found)
                 move 1 to lyt-changed
           end-if.
           if lyt-found > zero then
                 if lyt-changed = 1 or
                       lyt-sum(lyt-found) not = lyt-checksum then
                       add 1 to lyt-version(lyt-found)
                       move lyt-checksum to lyt-sum(lyt-found)
                       perform make-today-date
                       move today-date to lyt-date(lyt-found)
                       move 1 to lyt-changed
                 end-if
                 move lyt-version(lyt-found) to layout-version
           else
                 move zero to layout-version
           end-if.

       find-layout-entry.
           if lyt-name(lyt-index) = layout-name then
                 set lyt-found to lyt-index
           end-if.

       save-layout-registry.
           open output layout-reg-file.
           perform write-layout-entry varying lyt-index from 1 by 1
                 until lyt-index > lyt-count.
           close layout-reg-file.

       write-layout-entry.
           move spaces to layout-reg-record.
           move lyt-name(lyt-index) to lytf-name.
           move lyt-version(lyt-index) to lytf-version.
           move lyt-sum(lyt-index) to lytf-checksum.
           move lyt-date(lyt-index) to lytf-date.
           write layout-reg-record.

      *>The checks snake-edit runs before saving, repeated here so a
      *>hand-edited file gets caught at startup: spawn corners clear,
      *>nothing drawn outside the configured board, and every open
           write hs-file-record.

      *>Rolling checksum over seal-work(1:seal-len) into seal-check.
      *>Mirrored in snake-recon (which verifies), and in snake-merge
      *>and snake-registry (which reseal what they write); all the
      *>copies must stay identical or every line reads as tampered.
       compute-seal-check.
           move zero to seal-acc.
           perform seal-one-char varying seal-pos from 1 by 1
           move dly-points(dly-index) to dlyf-points.
           write daily-file-record.

      *>The per-layout tables in laytop.dat follow the daily table
      *>paragraph for paragraph - one slice keyed by layout name and
      *>version instead of by date - so a maze score only ever ranks
      *>against games on the same cut of the same maze.
       load-layout-top.
           move zero to lt-count.
           open input layout-top-file.
           if layout-top-status = "00" then
                 perform read-layout-top-entry with test after
                       until layout-top-status not = "00"
                 close layout-top-file
           end-if.

       read-layout-top-entry.
           read layout-top-file
                 at end
                       continue
                 not at end
                       perform take-layout-top-entry
           end-read.

      *>Sets lt-keep when the record belongs to this game's slice.
       take-layout-top-entry.
           move 0 to lt-keep.
           if ltpf-layout = layout-name and
                 ltpf-version is numeric and
                 ltpf-version = layout-version then
                 move 1 to lt-keep
                 if lt-count < lt-max-entries then
                       add 1 to lt-count
                       move ltpf-score to lt-score(lt-count)
                       move ltpf-date to lt-date(lt-count)
                       move ltpf-player to lt-player(lt-count)
                       move ltpf-points to lt-points(lt-count)
                 end-if
           end-if.

       update-layout-scores.
           perform split-layout-top-file.
           perform insert-layout-top-entry.
           perform rewrite-layout-top-file.

       split-layout-top-file.
           move zero to lt-count.
           open output layout-top-temp-file.
           open input layout-top-file.
           if layout-top-status = "00" then
                 perform sift-layout-top-entry with test after
                       until layout-top-status not = "00"
                 close layout-top-file
           end-if.
           close layout-top-temp-file.

       sift-layout-top-entry.
           read layout-top-file
                 at end
                       continue
                 not at end
                       perform take-layout-top-entry
                       if lt-keep = 0 then
                             write layout-top-temp-record from
                                   layout-top-record
                       end-if
           end-read.

       insert-layout-top-entry.
           move 0 to lt-qualifies.
           move zero to lt-rank.
           if lt-count < lt-max-entries then
                 move 1 to lt-qualifies
           else
                 if game-score > lt-points(lt-count) then
                       move 1 to lt-qualifies
                 end-if
           end-if.
           if lt-qualifies = 1 then
                 perform find-layout-top-slot
                 if lt-count >= lt-max-entries then
                       compute lt-shift-start = lt-count - 1
                 else
                       move lt-count to lt-shift-start
                 end-if
                 if lt-count > zero then
                       perform shift-layout-top-down varying lt-index
                             from lt-shift-start by -1
                             until lt-index < lt-slot
                 end-if
                 move snake-len to lt-score(lt-slot)
                 move today-date to lt-date(lt-slot)
                 move player1-id to lt-player(lt-slot)
                 move game-score to lt-points(lt-slot)
                 move lt-slot to lt-rank
                 if lt-count < lt-max-entries then
                       add 1 to lt-count
                 end-if
           end-if.

       find-layout-top-slot.
           move 1 to lt-slot.
           perform advance-layout-top-slot varying lt-index from 1
                 by 1 until lt-index > lt-count or
                 game-score > lt-points(lt-index).

       advance-layout-top-slot.
           compute lt-slot = lt-index + 1.

       shift-layout-top-down.
           move lt-score(lt-index) to lt-score(lt-index + 1).
           move lt-date(lt-index) to lt-date(lt-index + 1).
           move lt-player(lt-index) to lt-player(lt-index + 1).
           move lt-points(lt-index) to lt-points(lt-index + 1).

       rewrite-layout-top-file.
           open input layout-top-temp-file.
           open output layout-top-file.
           perform copy-layout-top-temp with test after
                 until layout-top-temp-status not = "00".
           close layout-top-temp-file.
           perform write-layout-top-entry varying lt-index from 1
                 by 1 until lt-index > lt-count.
           close layout-top-file.

       copy-layout-top-temp.
           read layout-top-temp-file
                 at end
                       continue
                 not at end
                       write layout-top-record from
                             layout-top-temp-record
           end-read.

       write-layout-top-entry.
           move spaces to layout-top-record.
           move layout-name to ltpf-layout.
           move layout-version to ltpf-version.
           move lt-score(lt-index) to ltpf-score.
           move lt-date(lt-index) to ltpf-date.
           move lt-player(lt-index) to ltpf-player.
           move lt-points(lt-index) to ltpf-points.
           write layout-top-record.

      *>"Layout CROSS v2 top 10" - the open board reads as itself.
       build-layout-caption.
           move spaces to lt-caption.
           if layout-name = "OPEN" then
                 move "Open-board top 10" to lt-caption
           else
                 move layout-version to lt-version-text
                 string "Layout " delimited by size
                       layout-name delimited by space
                       " v" delimited by size
                       function trim(lt-version-text)
                             delimited by size
                       " top 10" delimited by size
                       into lt-caption
           end-if.

       game-over.
           call "endwin".
           perform make-today-date.
                 perform update-time-attack-scores
           else
                 perform update-high-scores
                 perform update-layout-scores
                 if daily-mode = 1 then
                       perform update-daily-scores
                 end-if
           end-if.
           perform finish-replay.
           perform register-replay.
           perform award-achievements.
           perform post-tourney-result.
      *>A normal game-over (death or quit) must not leave an autosaved
      *>checkpoint behind - otherwise the next launch's LOAD-CHECKPOINT
      *>would silently resume this finished run instead of starting
           if replay-active = 1 then
                 display "Replay saved to: "replay-file-name
           end-if.
           if ghost-mode = 1 then
                 close ghost-file
                 compute gh-lead = game-score - gh-score
                 move ghost-pick-points to gh-report-points
                 evaluate true
                     when gh-lead > zero
                         move gh-lead to display-score
                         display "Ghost race: " display-score
                               " points ahead of the ghost."
                     when gh-lead < zero
                         compute display-score = zero - gh-lead
                         display "Ghost race: " display-score
                               " points behind the ghost."
                     when other
                         display "Ghost race: level with the ghost."
                 end-evaluate
                 display "The ghost (" ghost-pick-player ", "
                       function trim(ghost-file-name) ") finished on "
                       function trim(gh-report-points) " points."
           end-if.
           display spaces.
           perform load-season-name.
           perform load-review-marks.
           if season-name not = spaces then
                 display "All-time top 10 (* = set today) - season "
                       season-name ":"
                       display "This run did not make the all-time "
                             "table."
                 end-if
                 display spaces
                 perform build-layout-caption
                 display function trim(lt-caption)
                       " (* = set today):"
                 if lt-count = zero then
                       display "No scores on this layout yet."
                 end-if
                 perform display-lt-line varying hs-line-num from 1
                       by 1 until hs-line-num > lt-count
                 if lt-rank > zero then
                       move lt-rank to line-rank
                       display "This run ranked number "line-rank
                             " on this layout."
                 end-if
           end-if.
           perform display-new-badge varying new-badge-line from 1
                 by 1 until new-badge-line > new-badge-count.
           if tourney-result not = spaces then
                 display spaces
                 display "Tournament " function trim(tn-name) ": "
                       tourney-result
           end-if.
           display spaces.
           display "Recent games, newest first:".
           if hs-date(hs-line-num) = today-date then
                 move " *" to line-marker
           end-if.
           move spaces to line-review.
           perform check-review-mark varying rv-index from 1 by 1
                 until rv-index > rv-count.
           display line-rank ") " line-points " pts  len " line-len
                 "  " hs-date(hs-line-num) "  "
                 hs-player(hs-line-num) line-marker line-review.

       check-review-mark.
           if rv-score(rv-index) = hs-score(hs-line-num) and
                 rv-date(rv-index) = hs-date(hs-line-num) and
                 rv-player(rv-index) = hs-player(hs-line-num) and
                 rv-points(rv-index) = hs-points(hs-line-num) then
                 move "  under review" to line-review
           end-if.

       load-review-marks.
           move zero to rv-count.
           open input review-file.
           if review-file-status = "00" then
                 perform read-review-entry with test after
                       until review-file-status not = "00"
                       or rv-count >= rv-max-entries
                 close review-file
           end-if.

       read-review-entry.
           read review-file
                 at end
                       continue
                 not at end
                       add 1 to rv-count
                       move rvwf-score to rv-score(rv-count)
                       move rvwf-date to rv-date(rv-count)
                       move rvwf-player to rv-player(rv-count)
                       move rvwf-points to rv-points(rv-count)
           end-read.

       display-lt-line.
           move hs-line-num to line-rank.
           move lt-points(hs-line-num) to line-points.
           move lt-score(hs-line-num) to line-len.
           move spaces to line-marker.
           if lt-date(hs-line-num) = today-date then
                 move " *" to line-marker
           end-if.
           display line-rank ") " line-points " pts  len " line-len
                 "  " lt-date(hs-line-num) "  "
                 lt-player(hs-line-num) line-marker.

       display-ta-line.
           move hs-line-num to line-rank.
           perform format-recent-line.
           display screen-line-text.

       display-new-badge.
           display "New badge for "
                 new-badge-player(new-badge-line) ": "
                 badge-name(new-badge-num(new-badge-line)).

      *>Runs after LOG-GAME-HISTORY has written the finishing line,
      *>so the scan below sees it like any other game.
       award-achievements.
           move zero to bp-count.
           move zero to new-badge-count.
           move player1-id to bp-lookup-id.
           perform open-badge-seat.
           if player2-active = 1 then
                 move player2-id to bp-lookup-id
                 perform open-badge-seat
           end-if.
           if bp-count > zero then
                 open input achv-file
                 if achv-file-status = "00" then
                       perform read-achievement-entry with test after
                             until achv-file-status not = "00"
                       close achv-file
                 end-if
                 open input history-file
                 if history-file-status = "00" then
                       perform read-badge-history with test after
                             until history-file-status not = "00"
                       close history-file
                 end-if
                 open extend achv-file
                 if achv-file-status = "35" then
                       open output achv-file
                 end-if
                 perform post-seat-badges varying bp-index from 1
                       by 1 until bp-index > bp-count
                 close achv-file
           end-if.

      *>A seat only earns when a named player sits in it; the same
      *>player in both seats is tracked once.
       open-badge-seat.
           if bp-lookup-id not = "---" and bp-lookup-id not = "CPU"
                 and bp-lookup-id not = spaces and
                 bp-count < bp-max-entries then
                 move 0 to bp-slot
                 perform check-badge-slot varying bp-index from 1
                       by 1 until bp-index > bp-count
                 if bp-slot = 0 then
                       add 1 to bp-count
                       move bp-lookup-id to bp-id(bp-count)
                       move zero to bp-h2h-wins(bp-count)
                       move zero to bp-daily-run(bp-count)
                       move zero to bp-last-daily(bp-count)
                       perform clear-badge-progress varying
                             bp-badge-num from 1 by 1
                             until bp-badge-num > badge-count
                 end-if
           end-if.

       clear-badge-progress.
           move 0 to bp-earned(bp-count, bp-badge-num).
           move 0 to bp-on-file(bp-count, bp-badge-num).
           move spaces to bp-earned-date(bp-count, bp-badge-num).
           move zero to bp-earned-seq(bp-count, bp-badge-num).

       read-achievement-entry.
           read achv-file
                 at end
                       continue
                 not at end
                       move achf-player to bp-lookup-id
                       move 0 to bp-slot
                       perform check-badge-slot varying bp-index
                             from 1 by 1 until bp-index > bp-count
                       if bp-slot > 0 then
                             perform mark-badge-on-file varying
                                   bp-badge-num from 1 by 1
                                   until bp-badge-num > badge-count
                       end-if
           end-read.

       mark-badge-on-file.
           if badge-code(bp-badge-num) = achf-badge then
                 move 1 to bp-on-file(bp-slot, bp-badge-num)
           end-if.

       read-badge-history.
           read history-file
                 at end
                       continue
                 not at end
                       perform credit-badge-line
           end-read.

      *>Only the seated players have slots here; everyone else on
      *>the log is passed over.
       find-badge-slot.
           move 0 to bp-slot.
           perform check-badge-slot varying bp-index from 1 by 1
                 until bp-index > bp-count.

       check-badge-slot.
           if bp-id(bp-index) = bp-lookup-id and bp-slot = 0 then
                 move bp-index to bp-slot
           end-if.

      *>Applies the badgetab rules to one history line.  Mirrored in
      *>snake-badges; the two must stay identical.
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

       post-seat-badges.
           perform post-one-badge varying bp-badge-num from 1 by 1
                 until bp-badge-num > badge-count.

       post-one-badge.
           if bp-earned(bp-index, bp-badge-num) = 1 and
                 bp-on-file(bp-index, bp-badge-num) = 0 then
                 move spaces to achv-file-record
                 move bp-id(bp-index) to achf-player
                 move badge-code(bp-badge-num) to achf-badge
                 move bp-earned-date(bp-index, bp-badge-num) to
                       achf-date
                 move bp-earned-seq(bp-index, bp-badge-num) to
                       achf-seq
                 write achv-file-record
                 if new-badge-count < 10 then
                       add 1 to new-badge-count
                       move bp-id(bp-index) to
                             new-badge-player(new-badge-count)
                       move bp-badge-num to
                             new-badge-num(new-badge-count)
                 end-if
           end-if.

       log-game-history.
           move spaces to history-file-record.
           move today-date to histf-date.
           perform set-game-mode-letter.
           move game-mode-letter to histf-mode.
           move game-score to histf-points.
           if ghost-mode = 1 then
                 move ghost-file-name to histf-ghost
           end-if.
           move layout-version to histf-layout-ver.
      *>Who actually won a head-to-head game: the snake that did not
      *>crash.  A solo game, or a quit with nobody crashed, is no
      *>contest - snake-rating.cbl only counts the "1"/"2" lines.
      *>the record area still holds what was just written, so the
      *>GAME-OVER report shows it without re-reading the file.
           perform push-recent-entry.
           perform update-player-master.
           close history-file.

      *>Keyed update in place; the first game ever creates the file.
       update-player-master.
           open i-o player-master-file.
           if player-master-status = "35" then
                 open output player-master-file
                 close player-master-file
                 open i-o player-master-file
           end-if.
           if player-master-status = "00" then
                 perform post-master-line
                 close player-master-file
           end-if.

      *>Posts the history line in the record area to the player
      *>master, once for each seat that carries initials.  Mirrored
      *>in snake-plrmast, which rebuilds the master from the log; the
      *>copies must stay identical or a rebuilt master would disagree
      *>with the one kept current here game by game.
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

      *>Same day-number walk as CREDIT-DAILY-DAY above: a
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

       set-game-mode-letter.
           evaluate true
               when time-attack-mode = 1
                       if player2-active = 1 then
                             perform handle-move2
                       end-if
                       if ghost-mode = 1 then
                             perform advance-ghost
                       end-if
                       add 1 to replay-tick
                       move 0 to ms-count
                       if time-attack-mode = 1 then
                   else
                         move 2 to view-mode
                   end-if
               when input-char = ASCII-V and game-is-paused
                   if view-is-card then
                         move 0 to view-mode
                   else
                         move 4 to view-mode
                   end-if
               when input-char = ASCII-O and game-is-paused
                   if view-is-settings then
                         move 0 to view-mode
                   perform draw-recent-screen
               when view-is-settings
                   perform draw-settings-screen
               when view-is-card
                   perform draw-card-screen
               when other
                   perform draw-board
           end-evaluate.
                 call "printw" using "  Time: %d",
                       by value ta-remaining-secs
           end-if.
           if ghost-mode = 1 then
                 compute gh-lead = game-score - gh-score
                 call "printw" using "  Ghost: %+d",
                       by value gh-lead
           end-if.
           if game-is-paused then
                 call "printw" using "  -- PAUSED --  H: top 10  "
                       "R: recent  O: settings  V: card"
           end-if.

       draw-leaderboard-screen.
           end-if.
           perform draw-leaderboard-line varying hs-line-num from 1
                 by 1 until hs-line-num > hs-count.
           move spaces to screen-line-text.
           perform emit-screen-line.
           perform build-layout-caption.
           move lt-caption to screen-line-text.
           perform emit-screen-line.
           if lt-count = zero then
                 move "No scores on this layout yet." to
                       screen-line-text
                 perform emit-screen-line
           end-if.
           perform draw-layout-top-line varying hs-line-num from 1
                 by 1 until hs-line-num > lt-count.

       draw-leaderboard-line.
           move hs-line-num to line-rank.
                 delimited by size into screen-line-text.
           perform emit-screen-line.

       draw-layout-top-line.
           move hs-line-num to line-rank.
           move lt-points(hs-line-num) to line-points.
           move lt-score(hs-line-num) to line-len.
           move spaces to line-marker.
           if lt-date(hs-line-num) = today-date then
                 move " *" to line-marker
           end-if.
           move spaces to screen-line-text.
           string "  " line-rank ")  " line-points "  " line-len
                 "  " lt-date(hs-line-num) "  "
                 lt-player(hs-line-num) line-marker
                 delimited by size into screen-line-text.
           perform emit-screen-line.

       load-player-card.
           move 0 to pc-found.
           if player1-id not = "---" then
                 open input player-master-file
                 if player-master-status = "00" then
                       move player1-id to pmf-player
                       read player-master-file
                             invalid key
                                   continue
                             not invalid key
                                   move 1 to pc-found
                                   move player-master-record to
                                         pc-record
                       end-read
                       close player-master-file
                 end-if
           end-if.
           if pc-found = 1 and pc-cur-streak > zero then
                 perform check-card-streak
           end-if.

       check-card-streak.
           move zero to pm-last-day-num.
           if pc-last-daily(1:4) is numeric and
                 pc-last-daily(6:2) is numeric and
                 pc-last-daily(9:2) is numeric then
                 compute pm-date-num =
                       function numval(pc-last-daily(1:4)) * 10000 +
                       function numval(pc-last-daily(6:2)) * 100 +
                       function numval(pc-last-daily(9:2))
                 compute pm-last-day-num =
                       function integer-of-date(pm-date-num)
           end-if.
           compute pc-today-num = function integer-of-date(
                 function numval(function current-date(1:8))).
           if pc-today-num > pm-last-day-num + 1 then
                 move zero to pc-cur-streak
           end-if.

       draw-card-screen.
           move spaces to screen-line-text.
           string "Player card for " player1-id " - V to return"
                 delimited by size into screen-line-text.
           perform emit-screen-line.
           if pc-found = 0 then
                 if player1-id = "---" then
                       move "No card - player 1 has no initials."
                             to screen-line-text
                 else
                       move "No games on file yet." to
                             screen-line-text
                 end-if
                 perform emit-screen-line
           else
                 perform draw-card-lines
           end-if.

       draw-card-lines.
           move pc-games to pc-line-count.
           move spaces to screen-line-text.
           string "Games played:   " pc-line-count
                 delimited by size into screen-line-text.
           perform emit-screen-line.
           move pc-total-points to pc-line-count.
           move pc-best-points to pc-line-count2.
           move spaces to screen-line-text.
           string "Total points:   " pc-line-count "  best "
                 pc-line-count2 delimited by size
                 into screen-line-text.
           perform emit-screen-line.
           divide pc-playtime by 3600 giving pc-hours.
           compute pc-minutes = (pc-playtime - pc-hours * 3600) / 60.
           move pc-hours to pc-line-count.
           move pc-minutes to pc-line-minutes.
           move spaces to screen-line-text.
           string "Playtime:       " pc-line-count "h "
                 pc-line-minutes "m" delimited by size
                 into screen-line-text.
           perform emit-screen-line.
           move spaces to screen-line-text.
           string "Last played:    " pc-last-date
                 delimited by size into screen-line-text.
           perform emit-screen-line.
           move pc-cur-streak to pc-line-count.
           move pc-long-streak to pc-line-count2.
           move spaces to screen-line-text.
           string "Daily streak:   " pc-line-count "  longest "
                 pc-line-count2 delimited by size
                 into screen-line-text.
           perform emit-screen-line.
           move pc-h2h-wins to pc-line-count.
           move pc-h2h-losses to pc-line-count2.
           move spaces to screen-line-text.
           string "Head-to-head:   " pc-line-count " won "
                 pc-line-count2 " lost" delimited by size
                 into screen-line-text.
           perform emit-screen-line.
           move "(as of the start of this game)" to screen-line-text.
           perform emit-screen-line.

       draw-recent-screen.
           move "Recent games, newest first - R to return"
                 to screen-line-text.

       draw-row.
           move screen-row(draw-row-num) to draw-row-temp.
           if ghost-mode = 1 then
                 perform overlay-ghost-segment varying gh-index
                       from 1 by 1 until gh-index > gh-len
           end-if.
           string draw-row-temp(1:board-width) delimited by size
                 x"0A" delimited by size
                 x"00" delimited by size
