      *>Working copy of tournament.dat (see tourrec), loaded whole by
      *>LOAD-TOURNAMENT and written back whole by SAVE-TOURNAMENT -
      *>the file is one bracket, never more than a few dozen lines.
      *>Shared by snake.cbl and snake-tourney.cbl so both programs
      *>advance the bracket through the same tables.  Match slots
      *>run round by round in match-number order, so the first
      *>pending slot is always the earliest match still to play.
       01 tourney-file-status pic x(2).
       01 tn-found pic 9(1) value zero.
       01 tn-name pic x(12) value spaces.
       01 tn-status pic x(1) value space.
           88 tn-is-open value "O".
           88 tn-is-finished value "F".
       01 tn-size pic 9(2) usage is comp value zero.
       01 tn-entrants pic 9(2) usage is comp value zero.
       01 tn-rounds pic 9(1) usage is comp value zero.
       01 tn-created pic x(10) value spaces.
       01 tn-champion pic x(3) value spaces.
       01 te-max-entries pic 9(2) value 16.
       01 te-count pic 9(2) usage is comp value zero.
       01 te-table.
           05 te-entry occurs 16 times indexed by te-index.
               10 te-seed pic 9(2).
               10 te-player pic x(3).
               10 te-rating pic 9(4).
               10 te-out-round pic 9(1).
       01 tm-max-entries pic 9(2) value 15.
       01 tm-count pic 9(2) usage is comp value zero.
       01 tm-table.
           05 tm-entry occurs 15 times indexed by tm-index.
               10 tm-round pic 9(1).
               10 tm-match-no pic 9(2).
               10 tm-player-a pic x(3).
               10 tm-player-b pic x(3).
               10 tm-status pic x(1).
               10 tm-winner pic x(3).
               10 tm-played pic x(10).
               10 tm-hist-seq pic 9(6).
               10 tm-replays pic 9(2).
      *>Match being worked on, and where its winner goes next.
       01 tm-slot pic 9(2) usage is comp value zero.
       01 tm-next-slot pic 9(2) usage is comp.
       01 tm-next-round pic 9(1) usage is comp.
       01 tm-next-no pic 9(2) usage is comp.
       01 tm-find-round pic 9(1) usage is comp.
       01 tm-find-no pic 9(2) usage is comp.
       01 tm-loser pic x(3).
