      *>Record layout for one line of the tournament file, which holds
      *>a single-elimination bracket for one match night.  The file
      *>starts with one "H" header line (name, status, bracket size,
      *>number of rounds, creation date and, once decided, the
      *>champion), then one "E" line per entrant in seed order, then
      *>one "M" line per match, round by round.  Written by
      *>snake-tourney.cbl, which creates the bracket and records
      *>forfeits and replays, and by snake.cbl, which offers the next
      *>pending match at startup and advances the bracket from the
      *>finished game's winner column.
      *>
      *>Header status: "O" the bracket is still being played, "F"
      *>the final has been decided.
      *>Entrant out-round: the round the player was knocked out in,
      *>zero while they are still in (and for the champion).  The
      *>rating is the ratings.dat figure the seeding used, zero for
      *>an unrated player.
      *>Match status:
      *>   W  waiting - one or both players still to come through
      *>   P  pending - both players known, not yet played
      *>   I  in play - taken up by snake.cbl and not yet finished
      *>   D  drawn   - played with no winner ("-" in histf-winner,
      *>                a quit or a double crash); needs a replay
      *>   C  complete, F forfeit, B bye - decided, winner filled in
      *>The history sequence number ties a complete match to the
      *>history line of the game that decided it.
       01 tourney-file-record.
           05 trnf-rec-type pic x(1).
           05 filler pic x(1).
           05 trnf-header.
               10 trnf-name pic x(12).
               10 filler pic x(1).
               10 trnf-status pic x(1).
               10 filler pic x(1).
               10 trnf-size pic 9(2).
               10 filler pic x(1).
               10 trnf-entrants pic 9(2).
               10 filler pic x(1).
               10 trnf-rounds pic 9(1).
               10 filler pic x(1).
               10 trnf-created pic x(10).
               10 filler pic x(1).
               10 trnf-champion pic x(3).
               10 filler pic x(21).
           05 trnf-entrant redefines trnf-header.
               10 trnf-seed pic 9(2).
               10 filler pic x(1).
               10 trnf-player pic x(3).
               10 filler pic x(1).
               10 trnf-rating pic 9(4).
               10 filler pic x(1).
               10 trnf-out-round pic 9(1).
               10 filler pic x(45).
           05 trnf-match redefines trnf-header.
               10 trnf-round pic 9(1).
               10 filler pic x(1).
               10 trnf-match-no pic 9(2).
               10 filler pic x(1).
               10 trnf-player-a pic x(3).
               10 filler pic x(1).
               10 trnf-player-b pic x(3).
               10 filler pic x(1).
               10 trnf-match-status pic x(1).
               10 filler pic x(1).
               10 trnf-winner pic x(3).
               10 filler pic x(1).
               10 trnf-played pic x(10).
               10 filler pic x(1).
               10 trnf-hist-seq pic 9(6).
               10 filler pic x(1).
               10 trnf-replays pic 9(2).
               10 filler pic x(19).
