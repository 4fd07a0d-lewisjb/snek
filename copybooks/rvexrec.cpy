      *>Record layout for one line of the reviewed-exceptions file
      *>review.exc: a flag from the screening report in
      *>snake-screen.cbl that the operator has looked at and cleared,
      *>so the same game is not reported again every night.  Lines
      *>are only ever added, by snake-screen's clear mode.
      *>The key identifies what was flagged the same way the flag was
      *>raised: for the game rules (FAST-GROW, PTS-LEN) it is columns
      *>1-52 of the game's history line (see historyrec) - date
      *>through winner, so player 1 sits at key column 25 and player
      *>2 at 29; for the leaderboard rules (BURST, NO-REPLAY) it is
      *>columns 1-28 of the high-score entry (see hsrec), player at
      *>key column 18.
       01 review-exc-record.
           05 rvxf-rule pic x(10).
           05 filler pic x(1).
           05 rvxf-key pic x(52).
           05 filler pic x(1).
           05 rvxf-cleared pic x(10).
