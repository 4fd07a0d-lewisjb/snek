      *>Record layout for one line of the achievements file: one line
      *>per badge a player has earned, keyed by the initials and the
      *>badge code in the first two columns (a player never holds the
      *>same badge twice).  The date and history sequence number name
      *>the game that earned it, so the badge can be traced back to
      *>its history line.  Appended by GAME-OVER in snake.cbl when a
      *>run earns something new, and rebuilt wholesale from
      *>history.dat by snake-badges.cbl.  The badge codes and their
      *>rules are listed in badgetab.  A sequence number of zero
      *>means the earning game was logged before the seal existed.
       01 achv-file-record.
           05 achf-player pic x(3).
           05 filler pic x(1).
           05 achf-badge pic x(8).
           05 filler pic x(1).
           05 achf-date pic x(10).
           05 filler pic x(1).
           05 achf-seq pic 9(6).
