      *>Record layout for one per-layout leaderboard entry
      *>(laytop.dat).  The file keeps one top-N table per layout name
      *>and layout version, keyed by the first two columns - a score
      *>on one maze, or on an older cut of the same maze, never ranks
      *>against another.  The remaining columns match the shape of
      *>hsrec.  Written by snake.cbl when any game other than a
      *>time-attack window ends, with the same pass-through rewrite
      *>the daily table uses.
       01 layout-top-record.
           05 ltpf-layout pic x(8).
           05 filler pic x(1).
           05 ltpf-version pic 9(3).
           05 filler pic x(1).
           05 ltpf-score pic 9(5).
           05 filler pic x(1).
           05 ltpf-date pic x(10).
           05 filler pic x(1).
           05 ltpf-player pic x(3).
           05 filler pic x(1).
           05 ltpf-points pic 9(7).
