      *>Record layout for one line of review.dat: a high-score entry
      *>the screening report in snake-screen.cbl still has a flag
      *>against, with the first rule it broke.  The columns before
      *>the rule repeat the entry as it stands in highscore.dat (see
      *>hsrec), so snake.cbl can match its top-10 table against this
      *>file and mark the entry "under review" at game over.
      *>Rewritten whole by every screening run.
       01 review-file-record.
           05 rvwf-score pic 9(5).
           05 filler pic x(1).
           05 rvwf-date pic x(10).
           05 filler pic x(1).
           05 rvwf-player pic x(3).
           05 filler pic x(1).
           05 rvwf-points pic 9(7).
           05 filler pic x(1).
           05 rvwf-rule pic x(10).
