       identification division.
       program-id. snake-registry.

      *>Player registry maintenance.  players.dat only ever grows -
      *>REGISTER-ONE-PLAYER adds a line the first time it sees a set
      *>of initials - so a typo at the initials prompt ("JOB" for
      *>"JOE") splits one person's games across two identities in
      *>every file that carries a player column.  This batch lets
      *>the operator correct that without hand-editing sealed files:
      *>
      *>   R  rename   - move every line of one set of initials to a
      *>                 new, unused set.
      *>   M  merge    - fold one registered player into another; the
      *>                 registry keeps the earlier first-seen date,
      *>                 the ratings line keeps the target's rating
      *>                 with both players' game counts added, and the
      *>                 target's own profile wins over the other's.
      *>   X  retire   - drop the player from the registry, ratings
      *>                 and profiles and hand their games back to
      *>                 "---", the unclaimed marker, so the initials
      *>                 can be given to someone new without them
      *>                 inheriting an old record.
      *>
      *>The change is carried through history.dat, highscore.dat,
      *>timeattack.dat, daily.dat, replaycat.dat, ratings.dat,
      *>profiles.dat, achievements.dat, tournament.dat, the
      *>screening files review.exc and review.dat, the per-layout
      *>tables in laytop.dat, players.dat, and every history archive
      *>listed in archive.cat (the .arc files snake-archive rolls old
      *>history into), one file at a time through registry.tmp.  The
      *>archives are part of the record of play the player master is
      *>rebuilt from, so leaving them out would bring the old
      *>initials straight back.  The archives share one row of the
      *>control report; each is re-keyed like history.dat and every
      *>one of them goes into the backup generation taken first.
      *>History, high-score and time-attack lines that are re-keyed
      *>get a fresh check value (COMPUTE-SEAL-CHECK mirrors
      *>snake.cbl) so the snake-recon seal report stays clean; a
      *>history line keeps its sequence number, since the line has
      *>not moved, and a line from before the seal existed stays
      *>unsealed.  Ends with a control report of the lines read,
      *>changed and dropped in each file.  Ratings are only carried
      *>across, not recomputed - run snake-rating afterwards to
      *>rate the merged games.  The player master is rebuilt from the
      *>re-keyed log at the end of the run, ending with return code 4
      *>if that rebuild does not finish clean.  Return code 8 when a
      *>file cannot be rewritten; the run stops at that file.

       environment division.
       input-output section.
       file-control.
           select history-file assign using history-file-name
               organization is line sequential
               file status is history-file-status.
           select hs-file assign to "highscore.dat"
               organization is line sequential
               file status is hs-file-status.
           select ta-file assign to "timeattack.dat"
               organization is line sequential
               file status is ta-file-status.
           select daily-file assign to "daily.dat"
               organization is line sequential
               file status is daily-file-status.
           select replay-cat-file assign to "replaycat.dat"
               organization is line sequential
               file status is replay-cat-status.
           select rating-file assign to "ratings.dat"
               organization is line sequential
               file status is rating-file-status.
           select profile-file assign to "profiles.dat"
               organization is line sequential
               file status is profile-file-status.
           select player-file assign to "players.dat"
               organization is line sequential
               file status is player-file-status.
           select achv-file assign to "achievements.dat"
               organization is line sequential
               file status is achv-file-status.
           select tourney-file assign to "tournament.dat"
               organization is line sequential
               file status is tourney-file-status.
           select review-exc-file assign to "review.exc"
               organization is line sequential
               file status is review-exc-status.
           select review-file assign to "review.dat"
               organization is line sequential
               file status is review-file-status.
           select layout-top-file assign to "laytop.dat"
               organization is line sequential
               file status is layout-top-status.
           select archive-cat-file assign to "archive.cat"
               organization is line sequential
               file status is archive-cat-status.
           select work-file assign to "registry.tmp"
               organization is line sequential
               file status is work-file-status.
           select live-file assign using live-file-name
               organization is line sequential
               file status is live-file-status.

       data division.
       file section.
       fd history-file.
       copy historyrec.

       fd hs-file.
       copy hsrec.

       fd ta-file.
       copy tarec.

       fd daily-file.
       copy dlyrec.

       fd replay-cat-file.
       copy rpycatrec.

       fd rating-file.
       copy ratingrec.

       fd profile-file.
       copy profilerec.

       fd player-file.
       copy playerrec.

       fd achv-file.
       copy achvrec.

       fd tourney-file.
       copy tourrec.

       fd review-exc-file.
       copy rvexrec.

       fd review-file.
       copy reviewrec.

       fd layout-top-file.
       copy laytoprec.

       fd archive-cat-file.
       copy arccatrec.

      *>Every file is rebuilt here first and then copied back over
      *>the live one as raw text, so a line the pass did not touch
      *>goes back byte for byte.
       fd work-file.
       01 work-record pic x(100).

       fd live-file.
       01 live-record pic x(100).

       working-storage section.
       01 history-file-status pic x(2).
       01 history-file-name pic x(30) value "history.dat".
       01 hs-file-status pic x(2).
       01 ta-file-status pic x(2).
       01 daily-file-status pic x(2).
       01 replay-cat-status pic x(2).
       01 rating-file-status pic x(2).
       01 profile-file-status pic x(2).
       01 player-file-status pic x(2).
       01 achv-file-status pic x(2).
       01 tourney-file-status pic x(2).
       01 review-exc-status pic x(2).
       01 review-file-status pic x(2).
       01 layout-top-status pic x(2).
       01 archive-cat-status pic x(2).
       01 work-file-status pic x(2).
       01 live-file-status pic x(2).

       01 live-file-name pic x(40).

      *>Operator's choice and the two sets of initials.  For a
      *>retire the target is "---", so every pass below is the same
      *>re-key from from-id to to-id.
       01 action-input pic x(1).
       01 action-code pic x(1).
             88 action-is-rename value "R".
             88 action-is-merge value "M".
             88 action-is-retire value "X".
       01 action-name pic x(6).
       01 id-input pic x(3).
       01 from-id pic x(3) value "---".
       01 to-id pic x(3) value "---".
       01 confirm-input pic x(1).
       01 request-valid pic 9(1) value zero.

      *>What the registry already knows, from a first look at
      *>players.dat, ratings.dat and profiles.dat.
       01 from-registered pic 9(1) value zero.
       01 to-registered pic 9(1) value zero.
       01 from-first-date pic x(10).
       01 from-rated pic 9(1) value zero.
       01 to-rated pic 9(1) value zero.
       01 from-games pic 9(5) value zero.
       01 from-wins pic 9(5) value zero.
       01 from-losses pic 9(5) value zero.
       01 to-has-profile pic 9(1) value zero.
      *>Badges the merge target already holds: the outgoing
      *>player's copy of one of these is dropped, not doubled.
       01 to-badge-count pic 9(2) usage is comp value zero.
       01 to-badge-table.
           05 to-badge-code pic x(8) occurs 20 times.
       01 to-badge-num pic 9(2) usage is comp.
       01 to-badge-held pic 9(1) value zero.
       01 line-changed pic 9(1) value zero.
       01 line-dropped pic 9(1) value zero.

      *>The rolling checksum over the sealed columns - see the seal
      *>notes in historyrec.
       01 seal-work pic x(80).
       01 seal-len pic 9(2) usage is comp.
       01 seal-pos pic 9(2) usage is comp.
       01 seal-acc pic 9(7) usage is comp.
       01 seal-check pic 9(4).

      *>Control totals, one row per file in the order the passes
      *>run; rc-slot names the row the current pass is counting.
       01 rc-file-count pic 9(2) value 14.
       01 rc-table.
             05 rc-entry occurs 14 times indexed by rc-index.
             10 rc-file pic x(16).
             10 rc-found pic 9(1).
             10 rc-read pic 9(7) usage is comp.
             10 rc-changed pic 9(7) usage is comp.
             10 rc-dropped pic 9(7) usage is comp.
             10 rc-resealed pic 9(7) usage is comp.
       01 rc-slot pic 9(2) usage is comp.
       01 copied-count pic 9(7) usage is comp value zero.

      *>History archives named in archive.cat.  Each one goes into
      *>the backup generation, which holds 60 files, so with the
      *>thirteen above there is room for 40 here.
       01 ac-max-entries pic 9(2) value 40.
       01 ac-count pic 9(2) usage is comp value zero.
       01 ac-over pic 9(1) value zero.
       01 ac-table.
           05 ac-name pic x(20) occurs 40 times.
       01 ac-num pic 9(2) usage is comp.
       01 ac-changed-before pic 9(7) usage is comp.
       01 ac-dropped-before pic 9(7) usage is comp.
       01 cmd-ptr pic 9(4) usage is comp.

       01 report-line.
             05 rpt-file pic x(16).
             05 filler pic x(1) value space.
             05 rpt-read pic z(6)9.
             05 filler pic x(2) value spaces.
             05 rpt-changed pic z(6)9.
             05 filler pic x(2) value spaces.
             05 rpt-dropped pic z(6)9.
             05 filler pic x(2) value spaces.
             05 rpt-resealed pic z(7)9.

       01 sys-command pic x(1600).
       01 sys-result pic s9(9) usage is comp.

       procedure division.
       main-para.
           display "Player registry maintenance".
           display "===========================".
           display "Action (R = rename, M = merge, X = retire):".
           accept action-input.
           move function upper-case(action-input) to action-code.
           perform ask-initials.
           perform look-up-registry.
           perform validate-request.
           if request-valid = 0 then
                 stop run
           end-if.

           display spaces.
           evaluate true
                 when action-is-rename
                       display "Rename " from-id " to " to-id
                             " in every file."
                 when action-is-merge
                       display "Merge " from-id " into " to-id
                             " in every file."
                 when action-is-retire
                       display "Retire " from-id " - games become "
                             "unclaimed (---)."
           end-evaluate.
           display "Apply? (Y to go ahead):".
           accept confirm-input.
           if function upper-case(confirm-input) not = "Y" then
                 display "Nothing changed."
                 stop run
           end-if.

           perform load-archive-catalog.
           if ac-over = 1 then
                 display "archive.cat lists more than " ac-max-entries
                       " archives - too many for one backup "
                       "generation.  Nothing changed."
                 move 8 to return-code
                 stop run
           end-if.
           perform take-backup.
           perform init-control-table.
           perform rekey-history.
           perform rekey-high-scores.
           perform rekey-time-attack.
           perform rekey-daily.
           perform rekey-replay-catalog.
           perform rekey-ratings.
           perform rekey-profiles.
           perform rekey-achievements.
           perform rekey-tournament.
           perform rekey-review-exceptions.
           perform rekey-review-entries.
           perform rekey-layout-top.
           perform rekey-players.
           perform rekey-archives.
           perform print-control-report.
           perform rebuild-player-master.
           stop run.

       ask-initials.
           evaluate true
                 when action-is-rename
                       move "rename" to action-name
                       display "Initials to rename:"
                 when action-is-merge
                       move "merge" to action-name
                       display "Initials to merge away (these go):"
                 when action-is-retire
                       move "retire" to action-name
                       display "Initials to retire:"
                 when other
                       display "Unknown action: " action-input
                       stop run
           end-evaluate.
           accept id-input.
           move function upper-case(id-input) to from-id.
           evaluate true
                 when action-is-rename
                       display "New initials:"
                       accept id-input
                       move function upper-case(id-input) to to-id
                 when action-is-merge
                       display "Merge into (these stay):"
                       accept id-input
                       move function upper-case(id-input) to to-id
                 when other
                       move "---" to to-id
           end-evaluate.

      *>One pass over each of the per-player files before
      *>anything is written: the checks below need to know who is
      *>registered, and the merge needs the outgoing player's first
      *>date and game counts before it reaches the target's lines.
       look-up-registry.
           open input player-file.
           if player-file-status = "00" then
                 perform scan-player-entry with test after
                       until player-file-status not = "00"
                 close player-file
           end-if.
           open input rating-file.
           if rating-file-status = "00" then
                 perform scan-rating-entry with test after
                       until rating-file-status not = "00"
                 close rating-file
           end-if.
           open input profile-file.
           if profile-file-status = "00" then
                 perform scan-profile-entry with test after
                       until profile-file-status not = "00"
                 close profile-file
           end-if.
           open input achv-file.
           if achv-file-status = "00" then
                 perform scan-achievement-entry with test after
                       until achv-file-status not = "00"
                 close achv-file
           end-if.

       scan-player-entry.
           read player-file
                 at end
                       continue
                 not at end
                       if plrf-id = from-id then
                             move 1 to from-registered
                             move plrf-first-date to from-first-date
                       end-if
                       if plrf-id = to-id then
                             move 1 to to-registered
                       end-if
           end-read.

       scan-rating-entry.
           read rating-file
                 at end
                       continue
                 not at end
                       if rtgf-id = from-id then
                             move 1 to from-rated
                             if rtgf-games is numeric then
                                   move rtgf-games to from-games
                             end-if
                             if rtgf-wins is numeric then
                                   move rtgf-wins to from-wins
                             end-if
                             if rtgf-losses is numeric then
                                   move rtgf-losses to from-losses
                             end-if
                       end-if
                       if rtgf-id = to-id then
                             move 1 to to-rated
                       end-if
           end-read.

       scan-profile-entry.
           read profile-file
                 at end
                       continue
                 not at end
                       if prff-id = to-id then
                             move 1 to to-has-profile
                       end-if
           end-read.

       scan-achievement-entry.
           read achv-file
                 at end
                       continue
                 not at end
                       if achf-player = to-id and
                             to-badge-count < 20 then
                             add 1 to to-badge-count
                             move achf-badge to
                                   to-badge-code(to-badge-count)
                       end-if
           end-read.

      *>"---" and "CPU" are seat markers, not players, and a blank
      *>or short set of initials would re-key every legacy line, so
      *>none of them is accepted on either side.
       validate-request.
           move 1 to request-valid.
           if from-id(1:1) = space or from-id(2:1) = space or
                 from-id(3:1) = space or from-id = "---" or
                 from-id = "CPU" then
                 display "Not a player's initials: " from-id
                 move 0 to request-valid
           else
                 if from-registered = 0 then
                       display from-id " is not in players.dat."
                       move 0 to request-valid
                 end-if
           end-if.
           if request-valid = 1 and not action-is-retire then
                 if to-id(1:1) = space or to-id(2:1) = space or
                       to-id(3:1) = space or to-id = "---" or
                       to-id = "CPU" then
                       display "Not a player's initials: " to-id
                       move 0 to request-valid
                 end-if
           end-if.
           if request-valid = 1 and to-id = from-id then
                 display "Both sets of initials are the same."
                 move 0 to request-valid
           end-if.
           if request-valid = 1 and action-is-rename and
                 to-registered = 1 then
                 display to-id " is already registered - use M to "
                       "merge instead."
                 move 0 to request-valid
           end-if.
           if request-valid = 1 and action-is-merge and
                 to-registered = 0 then
                 display to-id " is not registered - use R to "
                       "rename instead."
                 move 0 to request-valid
           end-if.

       init-control-table.
           move "history.dat" to rc-file(1).
           move "highscore.dat" to rc-file(2).
           move "timeattack.dat" to rc-file(3).
           move "daily.dat" to rc-file(4).
           move "replaycat.dat" to rc-file(5).
           move "ratings.dat" to rc-file(6).
           move "profiles.dat" to rc-file(7).
           move "achievements.dat" to rc-file(8).
           move "tournament.dat" to rc-file(9).
           move "review.exc" to rc-file(10).
           move "review.dat" to rc-file(11).
           move "laytop.dat" to rc-file(12).
           move "players.dat" to rc-file(13).
           move "history archives" to rc-file(14).
           perform clear-control-row varying rc-index from 1 by 1
                 until rc-index > rc-file-count.

       clear-control-row.
           move 0 to rc-found(rc-index).
           move zero to rc-read(rc-index).
           move zero to rc-changed(rc-index).
           move zero to rc-dropped(rc-index).
           move zero to rc-resealed(rc-index).

       rekey-history.
           move 1 to rc-slot.
           open input history-file.
           if history-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-history-line with test after
                       until history-file-status not = "00"
                 close history-file
                 close work-file
                 perform copy-back-live-file
           end-if.

      *>A re-keyed line that was sealed gets a new check value over
      *>its unchanged sequence number; see the seal notes in
      *>historyrec.
       rekey-history-line.
           read history-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       move 0 to line-changed
                       if histf-player = from-id then
                             move to-id to histf-player
                             move 1 to line-changed
                       end-if
                       if histf-player2 = from-id then
                             move to-id to histf-player2
                             move 1 to line-changed
                       end-if
                       if line-changed = 1 then
                             add 1 to rc-changed(rc-slot)
                             if histf-seq is numeric and
                                   histf-check is numeric then
                                   move spaces to seal-work
                                   move history-file-record(1:59)
                                         to seal-work
                                   move 59 to seal-len
                                   perform compute-seal-check
                                   move seal-check to histf-check
                                   add 1 to rc-resealed(rc-slot)
                             end-if
                       end-if
                       write work-record from history-file-record
           end-read.

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
                             if ac-count < ac-max-entries then
                                   add 1 to ac-count
                                   move arcf-name to ac-name(ac-count)
                             else
                                   move 1 to ac-over
                             end-if
                       end-if
           end-read.

      *>Every archive goes through REKEY-HISTORY-LINE, the same as
      *>history.dat, all of them counted on one control row; only
      *>an archive with a line that changed is written back.
       rekey-archives.
           move 14 to rc-slot.
           perform rekey-one-archive varying ac-num from 1 by 1
                 until ac-num > ac-count.
           move "history.dat" to history-file-name.

       rekey-one-archive.
           move ac-name(ac-num) to history-file-name.
           open input history-file.
           if history-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 move rc-changed(rc-slot) to ac-changed-before
                 move rc-dropped(rc-slot) to ac-dropped-before
                 open output work-file
                 perform rekey-history-line with test after
                       until history-file-status not = "00"
                 close history-file
                 close work-file
                 if rc-changed(rc-slot) > ac-changed-before or
                       rc-dropped(rc-slot) > ac-dropped-before then
                       move history-file-name to live-file-name
                       perform copy-work-to-live
                 end-if
           else
                 display "Note: " function trim(history-file-name)
                       " is listed in archive.cat but is not on file."
           end-if.

       rekey-high-scores.
           move 2 to rc-slot.
           open input hs-file.
           if hs-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-hs-line with test after
                       until hs-file-status not = "00"
                 close hs-file
                 close work-file
                 perform copy-back-live-file
           end-if.

       rekey-hs-line.
           read hs-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       if hsf-player = from-id then
                             move to-id to hsf-player
                             add 1 to rc-changed(rc-slot)
                             move spaces to seal-work
                             move hs-file-record(1:28) to seal-work
                             move 28 to seal-len
                             perform compute-seal-check
                             move seal-check to hsf-check
                             add 1 to rc-resealed(rc-slot)
                       end-if
                       write work-record from hs-file-record
           end-read.

       rekey-time-attack.
           move 3 to rc-slot.
           open input ta-file.
           if ta-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-ta-line with test after
                       until ta-file-status not = "00"
                 close ta-file
                 close work-file
                 perform copy-back-live-file
           end-if.

       rekey-ta-line.
           read ta-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       if taf-player = from-id then
                             move to-id to taf-player
                             add 1 to rc-changed(rc-slot)
                             move spaces to seal-work
                             move ta-file-record(1:28) to seal-work
                             move 28 to seal-len
                             perform compute-seal-check
                             move seal-check to taf-check
                             add 1 to rc-resealed(rc-slot)
                       end-if
                       write work-record from ta-file-record
           end-read.

       rekey-daily.
           move 4 to rc-slot.
           open input daily-file.
           if daily-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-daily-line with test after
                       until daily-file-status not = "00"
                 close daily-file
                 close work-file
                 perform copy-back-live-file
           end-if.

       rekey-daily-line.
           read daily-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       if dlyf-player = from-id then
                             move to-id to dlyf-player
                             add 1 to rc-changed(rc-slot)
                       end-if
                       write work-record from daily-file-record
           end-read.

      *>Per-layout tables, unsealed like daily.dat.
       rekey-layout-top.
           move 12 to rc-slot.
           open input layout-top-file.
           if layout-top-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-layout-top-line with test after
                       until layout-top-status not = "00"
                 close layout-top-file
                 close work-file
                 perform copy-back-live-file
           end-if.

       rekey-layout-top-line.
           read layout-top-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       if ltpf-player = from-id then
                             move to-id to ltpf-player
                             add 1 to rc-changed(rc-slot)
                       end-if
                       write work-record from layout-top-record
           end-read.

       rekey-replay-catalog.
           move 5 to rc-slot.
           open input replay-cat-file.
           if replay-cat-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-catalog-line with test after
                       until replay-cat-status not = "00"
                 close replay-cat-file
                 close work-file
                 perform copy-back-live-file
           end-if.

       rekey-catalog-line.
           read replay-cat-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       move 0 to line-changed
                       if rpcf-player = from-id then
                             move to-id to rpcf-player
                             move 1 to line-changed
                       end-if
                       if rpcf-player2 = from-id then
                             move to-id to rpcf-player2
                             move 1 to line-changed
                       end-if
                       if line-changed = 1 then
                             add 1 to rc-changed(rc-slot)
                       end-if
                       write work-record from replay-cat-record
           end-read.

       rekey-ratings.
           move 6 to rc-slot.
           open input rating-file.
           if rating-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-rating-line with test after
                       until rating-file-status not = "00"
                 close rating-file
                 close work-file
                 perform copy-back-live-file
           end-if.

      *>A rename moves the line; a merge folds the outgoing player's
      *>game counts into the target's line (or renames the line when
      *>the target has none yet); a retire drops it.
       rekey-rating-line.
           read rating-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       move 0 to line-dropped
                       if rtgf-id = from-id then
                             if action-is-rename or
                                   (action-is-merge and to-rated = 0)
                                   then
                                   move to-id to rtgf-id
                                   add 1 to rc-changed(rc-slot)
                             else
                                   move 1 to line-dropped
                             end-if
                       else
                             if rtgf-id = to-id and action-is-merge
                                   and from-rated = 1 then
                                   perform fold-rating-counts
                                   add 1 to rc-changed(rc-slot)
                             end-if
                       end-if
                       if line-dropped = 1 then
                             add 1 to rc-dropped(rc-slot)
                       else
                             write work-record from
                                   rating-file-record
                       end-if
           end-read.

       fold-rating-counts.
           if rtgf-games is numeric then
                 add from-games to rtgf-games
           else
                 move from-games to rtgf-games
           end-if.
           if rtgf-wins is numeric then
                 add from-wins to rtgf-wins
           else
                 move from-wins to rtgf-wins
           end-if.
           if rtgf-losses is numeric then
                 add from-losses to rtgf-losses
           else
                 move from-losses to rtgf-losses
           end-if.

       rekey-profiles.
           move 7 to rc-slot.
           open input profile-file.
           if profile-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-profile-line with test after
                       until profile-file-status not = "00"
                 close profile-file
                 close work-file
                 perform copy-back-live-file
           end-if.

      *>On a merge the target's own saved settings win; the
      *>outgoing player's profile only survives when the target
      *>never saved one.
       rekey-profile-line.
           read profile-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       move 0 to line-dropped
                       if prff-id = from-id then
                             if action-is-rename or
                                   (action-is-merge and
                                   to-has-profile = 0) then
                                   move to-id to prff-id
                                   add 1 to rc-changed(rc-slot)
                             else
                                   move 1 to line-dropped
                             end-if
                       end-if
                       if line-dropped = 1 then
                             add 1 to rc-dropped(rc-slot)
                       else
                             write work-record from
                                   profile-file-record
                       end-if
           end-read.

       rekey-achievements.
           move 8 to rc-slot.
           open input achv-file.
           if achv-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-achievement-line with test after
                       until achv-file-status not = "00"
                 close achv-file
                 close work-file
                 perform copy-back-live-file
           end-if.

      *>A retired player's badges go with them - "---" earns
      *>nothing.  On a merge, a badge both players hold stays with
      *>the target; snake-badges will move its date back to the
      *>earlier of the two games on its next rebuild.
       rekey-achievement-line.
           read achv-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       move 0 to line-dropped
                       if achf-player = from-id then
                             move 0 to to-badge-held
                             perform check-badge-held varying
                                   to-badge-num from 1 by 1
                                   until to-badge-num > to-badge-count
                             if action-is-retire or
                                   to-badge-held = 1 then
                                   move 1 to line-dropped
                             else
                                   move to-id to achf-player
                                   add 1 to rc-changed(rc-slot)
                             end-if
                       end-if
                       if line-dropped = 1 then
                             add 1 to rc-dropped(rc-slot)
                       else
                             write work-record from achv-file-record
                       end-if
           end-read.

       check-badge-held.
           if to-badge-code(to-badge-num) = achf-badge then
                 move 1 to to-badge-held
           end-if.

       rekey-tournament.
           move 9 to rc-slot.
           open input tourney-file.
           if tourney-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-tourney-line with test after
                       until tourney-file-status not = "00"
                 close tourney-file
                 close work-file
                 perform copy-back-live-file
           end-if.

      *>Entrant, both seats and the winner of every match, and the
      *>champion on the header line.
       rekey-tourney-line.
           read tourney-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       move 0 to line-changed
                       evaluate trnf-rec-type
                           when "H"
                               perform rekey-tourney-header
                           when "E"
                               perform rekey-tourney-entrant
                           when "M"
                               perform rekey-tourney-match
                       end-evaluate
                       if line-changed = 1 then
                             add 1 to rc-changed(rc-slot)
                       end-if
                       write work-record from tourney-file-record
           end-read.

       rekey-tourney-header.
           if trnf-champion = from-id then
                 move to-id to trnf-champion
                 move 1 to line-changed
           end-if.

       rekey-tourney-entrant.
           if trnf-player = from-id then
                 move to-id to trnf-player
                 move 1 to line-changed
           end-if.

       rekey-tourney-match.
           if trnf-player-a = from-id then
                 move to-id to trnf-player-a
                 move 1 to line-changed
           end-if.
           if trnf-player-b = from-id then
                 move to-id to trnf-player-b
                 move 1 to line-changed
           end-if.
           if trnf-winner = from-id then
                 move to-id to trnf-winner
                 move 1 to line-changed
           end-if.

      *>Cleared screening flags are keyed by history columns for the
      *>game rules and by high-score columns for the leaderboard
      *>rules - see rvexrec.
       rekey-review-exceptions.
           move 10 to rc-slot.
           open input review-exc-file.
           if review-exc-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-exception-line with test after
                       until review-exc-status not = "00"
                 close review-exc-file
                 close work-file
                 perform copy-back-live-file
           end-if.

       rekey-exception-line.
           read review-exc-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       move 0 to line-changed
                       if rvxf-rule = "BURST" or
                             rvxf-rule = "NO-REPLAY" then
                             if rvxf-key(18:3) = from-id then
                                   move to-id to rvxf-key(18:3)
                                   move 1 to line-changed
                             end-if
                       else
                             if rvxf-key(25:3) = from-id then
                                   move to-id to rvxf-key(25:3)
                                   move 1 to line-changed
                             end-if
                             if rvxf-key(29:3) = from-id then
                                   move to-id to rvxf-key(29:3)
                                   move 1 to line-changed
                             end-if
                       end-if
                       if line-changed = 1 then
                             add 1 to rc-changed(rc-slot)
                       end-if
                       write work-record from review-exc-record
           end-read.

       rekey-review-entries.
           move 11 to rc-slot.
           open input review-file.
           if review-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-review-line with test after
                       until review-file-status not = "00"
                 close review-file
                 close work-file
                 perform copy-back-live-file
           end-if.

       rekey-review-line.
           read review-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       if rvwf-player = from-id then
                             move to-id to rvwf-player
                             add 1 to rc-changed(rc-slot)
                       end-if
                       write work-record from review-file-record
           end-read.

       rekey-players.
           move 13 to rc-slot.
           open input player-file.
           if player-file-status = "00" then
                 move 1 to rc-found(rc-slot)
                 open output work-file
                 perform rekey-player-line with test after
                       until player-file-status not = "00"
                 close player-file
                 close work-file
                 perform copy-back-live-file
           end-if.

      *>A merged player was first seen whenever either set of
      *>initials was first seen, the same earliest-date rule
      *>snake-merge applies to the registry.
       rekey-player-line.
           read player-file
                 at end
                       continue
                 not at end
                       add 1 to rc-read(rc-slot)
                       move 0 to line-dropped
                       if plrf-id = from-id then
                             if action-is-rename then
                                   move to-id to plrf-id
                                   add 1 to rc-changed(rc-slot)
                             else
                                   move 1 to line-dropped
                             end-if
                       else
                             if plrf-id = to-id and action-is-merge
                                   and from-first-date <
                                   plrf-first-date then
                                   move from-first-date to
                                         plrf-first-date
                                   add 1 to rc-changed(rc-slot)
                             end-if
                       end-if
                       if line-dropped = 1 then
                             add 1 to rc-dropped(rc-slot)
                       else
                             write work-record from
                                   player-file-record
                       end-if
           end-read.

      *>A file nobody's initials touched is left exactly as it was;
      *>otherwise registry.tmp replaces it line for line.  If either
      *>side will not open, the run stops there with the re-keyed
      *>copy still in registry.tmp, listing the files already dealt
      *>with; the generation taken at the start puts them all back.
       copy-back-live-file.
           if rc-changed(rc-slot) > zero or
                 rc-dropped(rc-slot) > zero then
                 move rc-file(rc-slot) to live-file-name
                 perform copy-work-to-live
           end-if.

       copy-work-to-live.
           open input work-file.
           if work-file-status not = "00" then
                 display "Cannot read registry.tmp back for "
                       function trim(live-file-name) "."
                 perform stop-rewrite
           end-if.
           open output live-file.
           if live-file-status not = "00" then
                 close work-file
                 display "Cannot rewrite "
                       function trim(live-file-name)
                       " - its re-keyed copy is in registry.tmp."
                 perform stop-rewrite
           end-if.
           perform copy-work-line with test after
                 until work-file-status not = "00".
           close work-file.
           close live-file.

      *>The control rows are filled in run order, so the rows ahead
      *>of the failing file are the ones already dealt with.
       stop-rewrite.
           display spaces.
           display "REGISTRY CHANGE INCOMPLETE - stopped at "
                 function trim(live-file-name) ".".
           display "Files already dealt with:".
           display "File                Read  Changed  Dropped  "
                 "Resealed".
           perform print-control-row varying rc-index from 1 by 1
                 until rc-index >= rc-slot.
           display "Restore the generation taken at the start with "
                 "snake-restore, then rerun.".
           move 8 to return-code.
           stop run.

       copy-work-line.
           read work-file
                 at end
                       continue
                 not at end
                       add 1 to copied-count
                       write live-record from work-record
           end-read.

      *>Mirror of COMPUTE-SEAL-CHECK in snake.cbl.
       compute-seal-check.
           move zero to seal-acc.
           perform seal-one-char varying seal-pos from 1 by 1
                 until seal-pos > seal-len.
           move seal-acc to seal-check.

       seal-one-char.
           compute seal-acc = function mod(seal-acc * 31 +
                 function ord(seal-work(seal-pos:1)), 9973).

       print-control-report.
           display spaces.
           display "Registry control report - " action-name " "
                 from-id " -> " to-id.
           display "-------------------------------------------".
           display "File                Read  Changed  Dropped  "
                 "Resealed".
           perform print-control-row varying rc-index from 1 by 1
                 until rc-index > rc-file-count.
           if action-is-merge then
                 display spaces
                 display "Ratings carry the target's rating with "
                       "both players' counts - run snake-rating "
                       "to re-rate the merged games."
           end-if.

       print-control-row.
           if rc-found(rc-index) = 0 then
                 display rc-file(rc-index) "  not on file"
           else
                 move rc-file(rc-index) to rpt-file
                 move rc-read(rc-index) to rpt-read
                 move rc-changed(rc-index) to rpt-changed
                 move rc-dropped(rc-index) to rpt-dropped
                 move rc-resealed(rc-index) to rpt-resealed
                 display report-line
           end-if.

      *>Save the files about to be rewritten as a backup generation
      *>(see snake-backup.cbl); nothing is rewritten without one.
       take-backup.
           move spaces to sys-command.
           move 1 to cmd-ptr.
           string "./snake-backup snake-registry " delimited by size
                 "history.dat highscore.dat " delimited by size
                 "timeattack.dat daily.dat " delimited by size
                 "replaycat.dat ratings.dat " delimited by size
                 "profiles.dat players.dat " delimited by size
                 "achievements.dat tournament.dat " delimited by size
                 "review.exc review.dat laytop.dat"
                       delimited by size
                 into sys-command
                 with pointer cmd-ptr.
           perform add-archive-to-command varying ac-num from 1 by 1
                 until ac-num > ac-count.
           string x"00" delimited by size
                 into sys-command
                 with pointer cmd-ptr.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Backup generation failed - nothing "
                       "rewritten."
                 move 8 to return-code
                 stop run
           end-if.

       add-archive-to-command.
           string " " delimited by size
                 ac-name(ac-num) delimited by space
                 into sys-command
                 with pointer cmd-ptr.

      *>The player master (plrmast.dat) is summed from the history
      *>log, so it is rebuilt from the rewritten files by
      *>snake-plrmast.cbl.  A rebuild that does not finish clean
      *>leaves this run's rewrite standing and says so.
       rebuild-player-master.
           move spaces to sys-command.
           string "./snake-plrmast" delimited by size
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Player master rebuild did not finish clean "
                       "- rerun snake-plrmast."
                 move 4 to return-code
           end-if.
