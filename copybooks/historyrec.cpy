      *>gap, and a reordered file shows out-of-sequence numbers; the
      *>seal report in snake-recon flags all three.  Lines from
      *>before the seal existed verify as unsealed, not broken.
      *>The ghost column, after the seal, names the replay file a
      *>daily-challenge game raced against (see OFFER-GHOST-RACE in
      *>snake.cbl); blank for every other game.  It is not sealed, so
      *>lines written before it existed verify the same as ever.
      *>The layout version after it is the layouts.dat version of
      *>histf-layout the game was played on (0 for the open board),
      *>also outside the seal; blank on lines from before versions
      *>were kept.
       01 history-file-record.
           05 histf-date pic x(10).
           05 filler pic x(1).
           05 histf-seq pic 9(6).
           05 filler pic x(1).
           05 histf-check pic 9(4).
           05 filler pic x(1).
           05 histf-ghost pic x(30).
           05 filler pic x(1).
           05 histf-layout-ver pic 9(3).
