       01 line-losses pic z(4)9.
       01 report-count pic z(6)9.

       01 sys-command pic x(200).
       01 sys-result pic s9(9) usage is comp.

       procedure division.
       main-para.
           perform load-player-registry.
           perform apply-history-outcomes.
           perform sort-standings.
           perform take-backup.
           perform save-ratings.
           perform print-standings.
           stop run.
           move rt-losses(rt-index) to line-losses.
           display line-rank ")   " rt-id(rt-index) "    " line-rating
                 "  " line-games "  " line-wins "  " line-losses.

      *>Save the files about to be rewritten as a backup generation
      *>(see snake-backup.cbl); nothing is rewritten without one.
       take-backup.
           move spaces to sys-command.
           string "./snake-backup snake-rating " delimited by size
                 "ratings.dat" delimited by size
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Backup generation failed - nothing "
                       "rewritten."
                 move 8 to return-code
                 stop run
           end-if.
