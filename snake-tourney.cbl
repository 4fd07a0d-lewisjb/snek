       identification division.
       program-id. snake-tourney.

      *>Match-night tournament desk.  Keeps one single-elimination
      *>bracket in tournament.dat (see tourrec) for the organizer:
      *>
      *>   C  create    - take the entrants' initials, seed them from
      *>                  ratings.dat (highest rating first, unrated
      *>                  players after in the order entered) and lay
      *>                  out the bracket at the next power of two,
      *>                  top seeds drawing the byes.
      *>   B  bracket   - print every round as it stands, and the
      *>                  final standings once the final is decided.
      *>   F  forfeit   - award a match to the player who turned up.
      *>   R  replay    - put a drawn match (no winner - a quit or a
      *>                  double crash) or an abandoned one back to
      *>                  pending so it is offered again.
      *>   S  standings - the final standings on their own.
      *>
      *>The games themselves are played in snake.cbl, which offers
      *>the earliest pending match at startup and advances the
      *>bracket from the finished game's winner column.  The bracket
      *>paragraphs below mirror the ones in snake.cbl.  A finished
      *>tournament is copied to tourney-<created>-<name>.arc (the
      *>date it was created, and its name with blanks made "_", e.g.
      *>tourney-2026-10-15-MATCH_NIGHT.arc) when the next one is
      *>created; one still being played has to be finished first.

       environment division.
       input-output section.
       file-control.
           select tourney-file assign to "tournament.dat"
               organization is line sequential
               file status is tourney-file-status.
           select rating-file assign to "ratings.dat"
               organization is line sequential
               file status is rating-file-status.
           select arc-file assign using arc-file-name
               organization is line sequential
               file status is arc-file-status.

       data division.
       file section.
       fd tourney-file.
       copy tourrec.

       fd rating-file.
       copy ratingrec.

       fd arc-file.
       01 arc-record pic x(60).

       working-storage section.
       copy tourtab.
       01 rating-file-status pic x(2).
       01 arc-file-status pic x(2).
       01 arc-file-name pic x(40).
       01 arc-name-part pic x(12).
       01 arc-name-len pic 9(2) usage is comp.
       01 today-date pic x(10).

       01 action-input pic x(1).
       01 action-code pic x(1).
             88 action-is-create value "C".
             88 action-is-bracket value "B".
             88 action-is-forfeit value "F".
             88 action-is-replay value "R".
             88 action-is-standings value "S".
       01 confirm-input pic x(1).
       01 name-input pic x(12).
       01 id-input pic x(3).
       01 entry-id pic x(3).
       01 entry-done pic 9(1) value zero.
       01 entry-dup pic 9(1) value zero.
       01 number-input pic x(2).
       01 find-round-num pic 9(1) usage is comp.
       01 find-match-num pic 9(2) usage is comp.

      *>Seeding work: the entrants are sorted by rating in te-table,
      *>then sd-order lays the seeds into the standard bracket order
      *>(1 v 16, 8 v 9, ... so the top two seeds can only meet in
      *>the final).  Seeds past the entrant count are byes.
       01 sd-order-table.
           05 sd-order pic 9(2) usage is comp occurs 16 times.
       01 sd-new-table.
           05 sd-new pic 9(2) usage is comp occurs 16 times.
       01 sd-cur-size pic 9(2) usage is comp.
       01 sd-num pic 9(2) usage is comp.
       01 sd-pos pic 9(2) usage is comp.
       01 sd-swap-entry.
           05 sd-swap-seed pic 9(2).
           05 sd-swap-player pic x(3).
           05 sd-swap-rating pic 9(4).
           05 sd-swap-out pic 9(1).
       01 round-num pic 9(1) usage is comp.
       01 round-matches pic 9(2) usage is comp.
       01 match-num pic 9(2) usage is comp.
       01 seed-a pic 9(2) usage is comp.
       01 seed-b pic 9(2) usage is comp.
       01 place-num pic 9(2) usage is comp.

       01 status-text pic x(9).
       01 line-seed pic z9.
       01 line-round pic 9.
       01 line-match pic z9.
       01 line-rating pic z(3)9.
       01 line-place pic z9.
       01 line-size pic z9.
       01 line-count pic z9.
       01 line-replays pic z9.
       01 line-player-a pic x(3).
       01 line-player-b pic x(3).

       01 sys-command pic x(200).
       01 sys-result pic s9(9) usage is comp.

       procedure division.
       main-para.
           display "Tournament desk".
           display "===============".
           perform make-today-date.
           perform load-tournament.
           display "Action (C = create, B = bracket, F = forfeit, "
                 "R = replay, S = standings):".
           accept action-input.
           move function upper-case(action-input) to action-code.
           evaluate true
               when action-is-create
                   perform create-tournament
               when action-is-bracket
                   perform print-bracket
               when action-is-forfeit
                   perform record-forfeit
               when action-is-replay
                   perform schedule-replay
               when action-is-standings
                   perform print-standings
               when other
                   display "Unknown action: " action-input
           end-evaluate.
           stop run.

       make-today-date.
           string function current-date(1:4) delimited by size
                 "-" delimited by size
                 function current-date(5:2) delimited by size
                 "-" delimited by size
                 function current-date(7:2) delimited by size
                 into today-date.

       create-tournament.
           if tn-found = 1 and tn-is-open then
                 display "Tournament " function trim(tn-name)
                       " is still being played - finish it before "
                       "starting another."
           else
                 perform take-entrants
                 if te-count < 2 then
                       display "A bracket needs at least two "
                             "entrants - nothing created."
                 else
                       perform confirm-and-create
                 end-if
           end-if.

       take-entrants.
           display "Tournament name (up to 12 characters):".
           accept name-input.
           move zero to te-count.
           move 0 to entry-done.
           perform take-one-entrant until entry-done = 1
                 or te-count >= te-max-entries.

       take-one-entrant.
           compute sd-num = te-count + 1.
           move sd-num to line-seed.
           display "Entrant " line-seed
                 " initials (blank when everyone is in):".
           accept id-input.
           move function upper-case(id-input) to entry-id.
           if entry-id = spaces then
                 move 1 to entry-done
           else
                 move 0 to entry-dup
                 perform check-entrant-dup varying te-index from 1
                       by 1 until te-index > te-count
                 evaluate true
                     when entry-id = "---" or entry-id = "CPU"
                         display "Not a player's initials: " entry-id
                     when entry-dup = 1
                         display entry-id " is already entered."
                     when other
                         add 1 to te-count
                         move entry-id to te-player(te-count)
                         move zero to te-rating(te-count)
                         move zero to te-out-round(te-count)
                 end-evaluate
           end-if.

       check-entrant-dup.
           if te-player(te-index) = entry-id then
                 move 1 to entry-dup
           end-if.

       confirm-and-create.
           if name-input = spaces then
                 move "MATCH NIGHT" to name-input
           end-if.
           perform look-up-entrant-ratings.
           perform sort-entrants.
           move te-count to line-count.
           display "Create " function trim(name-input) " with "
                 line-count " entrants? (Y to go ahead):".
           accept confirm-input.
           if function upper-case(confirm-input) not = "Y" then
                 display "Nothing created."
           else
                 perform take-backup
                 if tn-found = 1 then
                       perform archive-old-tournament
                 end-if
                 perform build-bracket
                 perform save-tournament
                 display "Bracket created."
                 perform print-bracket
           end-if.

      *>The finished bracket is kept under its created date and
      *>name before the file is reused, so past match nights can
      *>still be printed - the date keeps one "MATCH NIGHT" from
      *>overwriting the last, and blanks inside the name become
      *>underscores so the whole name reaches the file name.  If the
      *>copy cannot be made the old bracket is left in place.
       archive-old-tournament.
           move tn-name to arc-name-part.
           move 1 to arc-name-len.
           if tn-name not = spaces then
                 compute arc-name-len =
                       function length(function trim(tn-name trailing))
           end-if.
           inspect arc-name-part(1:arc-name-len)
                 replacing all space by "_".
           move spaces to arc-file-name.
           string "tourney-" delimited by size
                 tn-created delimited by space
                 "-" delimited by size
                 arc-name-part delimited by space
                 ".arc" delimited by size
                 into arc-file-name.
           open input tourney-file.
           if tourney-file-status not = "00" then
                 display "Cannot read tournament.dat to keep the "
                       "previous tournament - nothing rewritten."
                 move 8 to return-code
                 stop run
           end-if.
           open output arc-file.
           if arc-file-status not = "00" then
                 close tourney-file
                 display "Cannot write " function trim(arc-file-name)
                       " to keep the previous tournament - nothing "
                       "rewritten."
                 move 8 to return-code
                 stop run
           end-if.
           perform copy-tourney-line with test after
                 until tourney-file-status not = "00".
           close tourney-file.
           close arc-file.
           display "Previous tournament kept in " arc-file-name.

       copy-tourney-line.
           read tourney-file
                 at end
                       continue
                 not at end
                       write arc-record from tourney-file-record
           end-read.

       look-up-entrant-ratings.
           open input rating-file.
           if rating-file-status = "00" then
                 perform read-rating-entry with test after
                       until rating-file-status not = "00"
                 close rating-file
           end-if.

       read-rating-entry.
           read rating-file
                 at end
                       continue
                 not at end
                       perform match-rating-entrant varying te-index
                             from 1 by 1 until te-index > te-count
           end-read.

       match-rating-entrant.
           if te-player(te-index) = rtgf-id and
                 rtgf-rating is numeric then
                 move rtgf-rating to te-rating(te-index)
           end-if.

      *>Insertion sort on rating, highest first; an equal rating
      *>never moves ahead, so unrated players (rating zero) keep the
      *>order they were entered in.
       sort-entrants.
           perform sort-one-entrant varying sd-num from 2 by 1
                 until sd-num > te-count.
           perform number-seed varying te-index from 1 by 1
                 until te-index > te-count.

       sort-one-entrant.
           move sd-num to sd-pos.
           perform sift-entrant-up until sd-pos = 1
                 or te-rating(sd-pos - 1) >= te-rating(sd-pos).

       sift-entrant-up.
           move te-entry(sd-pos) to sd-swap-entry.
           move te-entry(sd-pos - 1) to te-entry(sd-pos).
           move sd-swap-entry to te-entry(sd-pos - 1).
           subtract 1 from sd-pos.

       number-seed.
           set te-seed(te-index) to te-index.

       build-bracket.
           move 1 to tn-found.
           move name-input to tn-name.
           move "O" to tn-status.
           move te-count to tn-entrants.
           move today-date to tn-created.
           move spaces to tn-champion.
           move 2 to tn-size.
           move 1 to tn-rounds.
           perform double-bracket-size until tn-size >= te-count.
           perform build-seed-order.
           move zero to tm-count.
           perform lay-out-round varying round-num from 1 by 1
                 until round-num > tn-rounds.
      *>Byes are settled on the spot, so a top seed's second-round
      *>match is waiting on one player at most.
           perform settle-bye varying tm-slot from 1 by 1
                 until tm-slot > tm-count.

       double-bracket-size.
           compute tn-size = tn-size * 2.
           add 1 to tn-rounds.

      *>Standard order: from the order for n seeds, each seed s is
      *>followed by its partner 2n + 1 - s in the order for 2n.
       build-seed-order.
           move 1 to sd-order(1).
           move 2 to sd-order(2).
           move 2 to sd-cur-size.
           perform widen-seed-order until sd-cur-size >= tn-size.

       widen-seed-order.
           perform spread-seed varying sd-num from 1 by 1
                 until sd-num > sd-cur-size.
           compute sd-cur-size = sd-cur-size * 2.
           perform copy-seed-order varying sd-num from 1 by 1
                 until sd-num > sd-cur-size.

       spread-seed.
           compute sd-pos = sd-num * 2 - 1.
           move sd-order(sd-num) to sd-new(sd-pos).
           compute sd-new(sd-pos + 1) =
                 sd-cur-size * 2 + 1 - sd-order(sd-num).

       copy-seed-order.
           move sd-new(sd-num) to sd-order(sd-num).

       lay-out-round.
           compute round-matches = tn-size / (2 ** round-num).
           perform lay-out-match varying match-num from 1 by 1
                 until match-num > round-matches.

       lay-out-match.
           add 1 to tm-count.
           move round-num to tm-round(tm-count).
           move match-num to tm-match-no(tm-count).
           move spaces to tm-winner(tm-count).
           move spaces to tm-played(tm-count).
           move zero to tm-hist-seq(tm-count).
           move zero to tm-replays(tm-count).
           if round-num = 1 then
                 move sd-order(match-num * 2 - 1) to seed-a
                 move sd-order(match-num * 2) to seed-b
                 move te-player(seed-a) to tm-player-a(tm-count)
                 if seed-b > te-count then
                       move "---" to tm-player-b(tm-count)
                       move "B" to tm-status(tm-count)
                 else
                       move te-player(seed-b) to tm-player-b(tm-count)
                       move "P" to tm-status(tm-count)
                 end-if
           else
                 move spaces to tm-player-a(tm-count)
                 move spaces to tm-player-b(tm-count)
                 move "W" to tm-status(tm-count)
           end-if.

       settle-bye.
           if tm-status(tm-slot) = "B" then
                 move tm-player-a(tm-slot) to tm-winner(tm-slot)
                 move today-date to tm-played(tm-slot)
                 perform advance-match
           end-if.

      *>Forfeits and replays name the match by round and number, as
      *>the bracket print shows them.
       ask-match.
           display "Round number:".
           accept number-input.
           compute find-round-num = function numval(number-input).
           display "Match number in that round:".
           accept number-input.
           compute find-match-num = function numval(number-input).
           move find-round-num to tm-find-round.
           move find-match-num to tm-find-no.
           perform find-match-slot.
           move tm-next-slot to tm-slot.
           if tm-slot = 0 then
                 display "No such match in the bracket."
           end-if.

       record-forfeit.
           if tn-found = 0 or not tn-is-open then
                 display "No tournament is being played."
           else
                 perform ask-match
                 if tm-slot > 0 then
                       perform apply-forfeit
                 end-if
           end-if.

       apply-forfeit.
           if tm-status(tm-slot) not = "P" and
                 tm-status(tm-slot) not = "I" and
                 tm-status(tm-slot) not = "D" then
                 display "That match is not waiting to be played."
           else
                 display tm-player-a(tm-slot) " v "
                       tm-player-b(tm-slot)
                 display "Initials of the player who forfeits:"
                 accept id-input
                 move function upper-case(id-input) to entry-id
                 evaluate true
                     when entry-id = tm-player-a(tm-slot)
                         move tm-player-b(tm-slot) to
                               tm-winner(tm-slot)
                         perform confirm-forfeit
                     when entry-id = tm-player-b(tm-slot)
                         move tm-player-a(tm-slot) to
                               tm-winner(tm-slot)
                         perform confirm-forfeit
                     when other
                         display entry-id " is not in that match."
                 end-evaluate
           end-if.

       confirm-forfeit.
           display entry-id " forfeits - " tm-winner(tm-slot)
                 " goes through.  Apply? (Y to go ahead):".
           accept confirm-input.
           if function upper-case(confirm-input) not = "Y" then
                 display "Nothing changed."
           else
                 perform take-backup
                 move "F" to tm-status(tm-slot)
                 move today-date to tm-played(tm-slot)
                 perform advance-match
                 perform save-tournament
                 display "Forfeit recorded."
                 if tn-is-finished then
                       display tn-champion " wins "
                             function trim(tn-name)
                       perform print-standings
                 end-if
           end-if.

       schedule-replay.
           if tn-found = 0 or not tn-is-open then
                 display "No tournament is being played."
           else
                 perform ask-match
                 if tm-slot > 0 then
                       perform apply-replay
                 end-if
           end-if.

      *>An "I" match was taken up at a game that never reached game
      *>over (the program was killed, say); it goes back to pending
      *>the same way a drawn one does.
       apply-replay.
           if tm-status(tm-slot) not = "D" and
                 tm-status(tm-slot) not = "I" then
                 display "Only a drawn or abandoned match can be "
                       "replayed."
           else
                 display tm-player-a(tm-slot) " v "
                       tm-player-b(tm-slot) " goes back to pending. "
                       " Apply? (Y to go ahead):"
                 accept confirm-input
                 if function upper-case(confirm-input) not = "Y" then
                       display "Nothing changed."
                 else
                       perform take-backup
                       move "P" to tm-status(tm-slot)
                       move spaces to tm-played(tm-slot)
                       move zero to tm-hist-seq(tm-slot)
                       add 1 to tm-replays(tm-slot)
                       perform save-tournament
                       display "Replay scheduled - snake offers it "
                             "at the next startup."
                 end-if
           end-if.

       print-bracket.
           if tn-found = 0 then
                 display "No tournament on file."
           else
                 move tn-size to line-size
                 move tn-rounds to line-round
                 if tn-is-finished then
                       move "finished" to status-text
                 else
                       move "in play" to status-text
                 end-if
                 display spaces
                 display "Tournament " function trim(tn-name) " - "
                       line-size
                       "-player bracket, " line-round " rounds - "
                       status-text
                 display "Created " tn-created
                 display spaces
                 display "Seeds:"
                 perform print-seed-line varying te-index from 1
                       by 1 until te-index > te-count
                 move zero to round-num
                 perform print-match-line varying tm-index from 1
                       by 1 until tm-index > tm-count
                 if tn-is-finished then
                       perform print-standings
                 end-if
           end-if.

       print-seed-line.
           move te-seed(te-index) to line-seed.
           if te-rating(te-index) = zero then
                 display "  " line-seed "  " te-player(te-index)
                       "  unrated"
           else
                 move te-rating(te-index) to line-rating
                 display "  " line-seed "  " te-player(te-index)
                       "  " line-rating
           end-if.

       print-match-line.
           if tm-round(tm-index) not = round-num then
                 move tm-round(tm-index) to round-num
                 move round-num to line-round
                 display spaces
                 if round-num = tn-rounds then
                       display "Round " line-round " (final)"
                 else
                       display "Round " line-round
                 end-if
           end-if.
           evaluate tm-status(tm-index)
               when "W"
                   move "waiting" to status-text
               when "P"
                   move "pending" to status-text
               when "I"
                   move "in play" to status-text
               when "D"
                   move "drawn" to status-text
               when "C"
                   move "complete" to status-text
               when "F"
                   move "forfeit" to status-text
               when "B"
                   move "bye" to status-text
               when other
                   move "?" to status-text
           end-evaluate.
           move tm-player-a(tm-index) to line-player-a.
           move tm-player-b(tm-index) to line-player-b.
           if line-player-a = spaces then
                 move "..." to line-player-a
           end-if.
           if line-player-b = spaces then
                 move "..." to line-player-b
           end-if.
           move tm-match-no(tm-index) to line-match.
           move tm-replays(tm-index) to line-replays.
           if tm-replays(tm-index) > zero then
                 display "  M" line-match "  " line-player-a " v "
                       line-player-b "  " status-text "  "
                       tm-winner(tm-index) "  " tm-played(tm-index)
                       "  replays " line-replays
           else
                 display "  M" line-match "  " line-player-a " v "
                       line-player-b "  " status-text "  "
                       tm-winner(tm-index) "  " tm-played(tm-index)
           end-if.

      *>Champion first, then each round's losers together: everyone
      *>knocked out in round r shares the place after the players
      *>still in at the start of the next round.
       print-standings.
           if tn-found = 0 or not tn-is-finished then
                 display "The tournament is not finished yet - no "
                       "standings."
           else
                 display spaces
                 display "Final standings - " function trim(tn-name)
                 display "  Place  Player  Seed"
                 perform print-champion-line varying te-index from 1
                       by 1 until te-index > te-count
                 perform print-round-losers varying round-num
                       from tn-rounds by -1 until round-num < 1
           end-if.

       print-champion-line.
           if te-player(te-index) = tn-champion then
                 move 1 to line-place
                 move te-seed(te-index) to line-seed
                 display "     " line-place "  " te-player(te-index)
                       "     " line-seed "  champion"
           end-if.

       print-round-losers.
           compute place-num = tn-size / (2 ** round-num) + 1.
           perform print-loser-line varying te-index from 1 by 1
                 until te-index > te-count.

       print-loser-line.
           if te-out-round(te-index) = round-num then
                 move place-num to line-place
                 move te-seed(te-index) to line-seed
                 move round-num to line-round
                 display "     " line-place "  " te-player(te-index)
                       "     " line-seed "  out in round " line-round
           end-if.

      *>The paragraphs from here down mirror the bracket handling in
      *>snake.cbl.
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

      *>The decided match at tm-slot sends its winner on: the loser
      *>is marked out in this round, and the winner takes the top
      *>slot of the next round's match for an odd match number, the
      *>bottom slot for an even one.  Deciding the final finishes
      *>the tournament.
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

      *>Save the files about to be rewritten as a backup generation
      *>(see snake-backup.cbl); nothing is rewritten without one.
       take-backup.
           move spaces to sys-command.
           string "./snake-backup snake-tourney " delimited by size
                 "tournament.dat" delimited by size
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Backup generation failed - nothing "
                       "rewritten."
                 move 8 to return-code
                 stop run
           end-if.
