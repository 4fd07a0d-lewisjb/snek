      *>per-day daily and time-attack tables are rebuilt from every
      *>machine's entries with the same ranking rules
      *>UPDATE-HIGH-SCORES and INSERT-DAILY-ENTRY apply in snake.cbl.
      *>Ends with a control report of records in, merged and dropped,
      *>then rebuilds the player master from the merged log (return
      *>code 4 if that rebuild does not finish clean).

       environment division.
       input-output section.
      *>is reformatted; the shared layouts are only used where the
      *>merge has to rank or union fields.
       fd in-history-file.
       01 in-history-record pic x(100).

       fd in-player-file.
       copy playerrec.
       copy tarec.

       fd out-history-file.
       01 out-history-record pic x(100).

       fd out-player-file.
       01 out-player-record pic x(14).
       01 mh-count pic 9(4) usage is comp value zero.
       01 mh-table.
             05 mh-entry occurs 2000 times indexed by mh-index.
             10 mh-line pic x(100).
             10 mh-src pic 9(2) usage is comp.
       01 mh-dup pic 9(1) value zero.
       01 mh-scan pic 9(4) usage is comp.
       01 mh-sort-num pic 9(4) usage is comp.
       01 mh-sort-num2 pic 9(4) usage is comp.
       01 mh-swap-entry.
             05 mh-swap-line pic x(100).
             05 mh-swap-src pic 9(2) usage is comp.
       01 mh-out-num pic 9(4) usage is comp.
       01 mh-seq-digits pic 9(6).
       01 ta-dup-count pic 9(7) usage is comp value zero.
       01 report-count pic z(6)9.

       01 sys-command pic x(200).
       01 sys-result pic s9(9) usage is comp.

       procedure division.
       main-para.
           display "Multi-machine merge".
                 display "No other machines named - live files "
                       "rewritten deduplicated and re-ranked."
           end-if.
           perform take-backup.
           perform sort-merged-history.
           perform write-merged-history.
           perform write-merged-players.
           perform write-merged-daily.
           perform write-merged-time-attack.
           perform print-control-report.
           perform rebuild-player-master.
           stop run.

       prompt-next-machine.
                       "days were dropped; raise the table size and "
                       "rerun."
           end-if.

      *>Save the files about to be rewritten as a backup generation
      *>(see snake-backup.cbl); nothing is rewritten without one.
       take-backup.
           move spaces to sys-command.
           string "./snake-backup snake-merge " delimited by size
                 "history.dat players.dat " delimited by size
                 "highscore.dat daily.dat " delimited by size
                 "timeattack.dat" delimited by size
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Backup generation failed - nothing "
                       "rewritten."
                 move 8 to return-code
                 stop run
           end-if.

      *>The player master (plrmast.dat) is summed from the history
      *>log, so it is rebuilt from the rewritten files by
      *>snake-plrmast.cbl.  A rebuild that does not finish clean
      *>leaves this run's rewrite standing and says so.
       rebuild-player-master.
           move spaces to sys-command.
           string "./snake-plrmast" delimited by size
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Player master rebuild did not finish clean "
                       "- rerun snake-plrmast."
                 move 4 to return-code
           end-if.
