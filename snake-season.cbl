       program-id. snake-season.

      *>Season-close housekeeping, in the mold of snake-archive.
      *>Snapshots the live leaderboards (highscore.dat, daily.dat,
      *>timeattack.dat and the per-layout tables in laytop.dat)
      *>into a named season file, prints a season champions report
      *>from the history log over the season's date range - top
      *>scores, most head-to-head wins, best daily-challenge
      *>closed season stays on disk in its own file, so past tables
      *>remain queryable.  Refuses to run twice under the same name:
      *>rerunning after the reset would snapshot empty tables over
      *>the real ones.  Ends with return code 8 when it refuses (a
      *>bad date or a season already closed), for snake-nightly.

       environment division.
       input-output section.
           select ta-file assign to "timeattack.dat"
               organization is line sequential
               file status is ta-file-status.
           select layout-top-file assign to "laytop.dat"
               organization is line sequential
               file status is layout-top-status.
           select history-file assign to "history.dat"
               organization is line sequential
               file status is history-file-status.
       fd ta-file.
       01 ta-snap-record pic x(40).

      *>So do the per-layout tables.
       fd layout-top-file.
       01 lt-snap-record pic x(50).

       fd history-file.
       copy historyrec.

      *>Snapshot lines are carried as raw text behind a two-column
      *>tag ("S " season header, "H " high-score line, "D " daily
      *>line, "T " time-attack line, "L " per-layout line), so a
      *>season file splits back
      *>apart with nothing reformatted.
       fd season-file.
       01 season-file-record pic x(80).
       01 hs-file-status pic x(2).
       01 daily-file-status pic x(2).
       01 ta-file-status pic x(2).
       01 layout-top-status pic x(2).
       01 history-file-status pic x(2).
       01 season-file-status pic x(2).
       01 season-cfg-status pic x(2).
       01 hs-snap-count pic 9(7) usage is comp value zero.
       01 dly-snap-count pic 9(7) usage is comp value zero.
       01 ta-snap-count pic 9(7) usage is comp value zero.
       01 lt-snap-count pic 9(7) usage is comp value zero.
       01 hist-read-count pic 9(7) usage is comp value zero.
       01 hist-range-count pic 9(7) usage is comp value zero.

       01 line-wins pic z(4)9.
       01 report-count pic z(6)9.

       01 sys-command pic x(200).
       01 sys-result pic s9(9) usage is comp.

       procedure division.
       main-para.
           display "Season close".
           perform validate-chk-date.
           if date-valid = 0 then
                 display "Not a valid date: " season-start
                 move 8 to return-code
                 stop run
           end-if.
           display "Season end date (YYYY-MM-DD):".
           perform validate-chk-date.
           if date-valid = 0 then
                 display "Not a valid date: " season-end
                 move 8 to return-code
                 stop run
           end-if.
           if season-start > season-end then
                 display "Start date is after the end date - "
                       "nothing closed."
                 move 8 to return-code
                 stop run
           end-if.

                 display "Season file already exists: "
                       season-file-name
                 display "That season is closed - nothing done."
                 move 8 to return-code
                 stop run
           end-if.

           perform take-backup.
           perform snapshot-leaderboards.
           perform build-champions.
           perform print-champions-report.
                       until ta-file-status not = "00"
                 close ta-file
           end-if.
           open input layout-top-file.
           if layout-top-status = "00" then
                 perform snapshot-lt-line with test after
                       until layout-top-status not = "00"
                 close layout-top-file
           end-if.
           close season-file.

       snapshot-hs-line.
                       write season-file-record
           end-read.

       snapshot-lt-line.
           read layout-top-file
                 at end
                       continue
                 not at end
                       add 1 to lt-snap-count
                       move spaces to season-file-record
                       move "L " to season-file-record(1:2)
                       move lt-snap-record to
                             season-file-record(3:50)
                       write season-file-record
           end-read.

      *>ISO dates compare as plain text, so the range test is two
      *>alphanumeric compares per line, as snake-archive splits.
       build-champions.
           close daily-file.
           open output ta-file.
           close ta-file.
           open output layout-top-file.
           close layout-top-file.

       write-season-cfg.
           open output season-cfg-file.
           display "Daily lines snapshotted:      " report-count.
           move ta-snap-count to report-count.
           display "Time-attack lines snapshotted:" report-count.
           move lt-snap-count to report-count.
           display "Per-layout lines snapshotted: " report-count.
           move hist-read-count to report-count.
           display "History lines read:           " report-count.
           move hist-range-count to report-count.
           display "Season file:                  " season-file-name.
           display "Live leaderboards reset; season.cfg now names "
                 season-name.

      *>Save the files about to be rewritten as a backup generation
      *>(see snake-backup.cbl); nothing is rewritten without one.
       take-backup.
           move spaces to sys-command.
           string "./snake-backup snake-season " delimited by size
                 "highscore.dat daily.dat " delimited by size
                 "timeattack.dat laytop.dat season.cfg"
                       delimited by size
                 x"00" delimited by size
                 into sys-command.
           call "system" using sys-command returning sys-result.
           if sys-result not = zero then
                 display "Backup generation failed - nothing "
                       "rewritten."
                 move 8 to return-code
                 stop run
           end-if.
