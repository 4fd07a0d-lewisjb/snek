      *>and normally ends with a single "E" record holding the final
      *>snake lengths.  Ticks count completed moves, so tick 0 events
      *>apply before the first move.
      *>The config record's last column is the layouts.dat version of
      *>the layout (0 for the open board); replays recorded before
      *>versions were kept leave it blank.
       01 replay-file-record.
           05 rpyf-rec-type pic x(1).
           05 filler pic x(1).
                   15 rpyf-dir-player pic 9(1).
                   15 filler pic x(1).
                   15 rpyf-dir-value pic 9(1).
                   15 filler pic x(10).
               10 rpyf-food-data redefines rpyf-dir-data.
                   15 rpyf-food-x pic 9(2).
                   15 filler pic x(1).
                   15 rpyf-food-y pic 9(2).
                   15 filler pic x(1).
                   15 rpyf-food-points pic 9(2).
                   15 filler pic x(5).
               10 rpyf-end-data redefines rpyf-dir-data.
                   15 rpyf-end-len pic 9(3).
                   15 filler pic x(1).
                   15 rpyf-end-len2 pic 9(3).
                   15 filler pic x(6).
           05 rpyf-config redefines rpyf-event.
               10 rpyf-board-width pic 9(2).
               10 filler pic x(1).
               10 rpyf-wall-mode pic 9(1).
               10 filler pic x(1).
               10 rpyf-layout pic x(8).
               10 filler pic x(1).
               10 rpyf-layout-ver pic 9(3).
