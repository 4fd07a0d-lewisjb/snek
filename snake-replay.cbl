      *>history.dat line backs the cataloged claim, and prints a
      *>pass/fail report with control totals.  Meant to certify a
      *>score before it is celebrated, after hours like snake-recon.
      *>A verify run ends with return code 4 on a FAIL result and 8
      *>when the replay cannot be read at all, for snake-nightly.
      *>
      *>A maze replay's config record carries the layouts.dat version
      *>it was played on; when the .lvl file on disk is no longer
      *>that version, both modes warn before going on, since the
      *>walls being re-simulated may not be the ones the game had.

       environment division.
       input-output section.
           select history-file assign to "history.dat"
               organization is line sequential
               file status is history-file-status.
           select layout-reg-file assign to "layouts.dat"
               organization is line sequential
               file status is layout-reg-status.

       data division.
       file section.
       fd history-file.
       copy historyrec.

       fd layout-reg-file.
       copy layoutrec.

       working-storage section.
      *>A launcher (snake-browse picking an entry out of the replay
      *>catalog) can hand the file name over on the command line;
       01 level-file-status pic x(2).
       01 replay-cat-status pic x(2).
       01 history-file-status pic x(2).
       01 layout-reg-status pic x(2).

      *>0 = normal on-screen playback, 1 = headless verification run.
       01 verify-mode pic 9(1) value zero.
       01 level-row-num pic 9(2) usage is comp.
       01 level-col-num pic 9(2) usage is comp.

      *>Version check against the registry: the file on disk is
      *>summed the way STAMP-LAYOUT-VERSION in snake.cbl sums it, and
      *>its registered version only counts while that sum matches.
       01 disk-version pic 9(3) value zero.
       01 disk-registered pic 9(1) value zero.
       01 report-version pic z(2)9.
       01 report-disk-version pic z(2)9.
       01 lyt-checksum pic 9(4).
       01 lyt-sum-acc pic 9(7) usage is comp.
       01 lyt-sum-pos pic 9(2) usage is comp.

      *>Pace of the playback, prompted for at startup; the recording
      *>carries no wall-clock timing, only move ticks, so the viewer
      *>picks how fast the ticks go by.
           open input replay-file.
           if replay-file-status not = "00" then
                 display "Cannot open replay file: "replay-file-name
                 move 8 to return-code
                 stop run
           end-if.
           perform read-next-event.
           if have-event = 0 or rpyf-rec-type not = "H" then
                 display "Not a replay file (missing config record)."
                 close replay-file
                 move 8 to return-code
                 stop run
           end-if.
           if rpyf-board-width >= min-board-dim and
                             rpyf-layout
                       display "Playback would not match - stopping."
                       close replay-file
                       move 8 to return-code
                       stop run
                 end-if
                 perform check-layout-version
           end-if.
           perform read-next-event.

                 move "OPEN" to layout-name
           end-if.

      *>Warns only - the walls on disk are the best there is, and the
      *>end-record comparison will show whether they changed the run.
      *>Replays from before versions were kept carry no stamp and are
      *>let through with a note.
       check-layout-version.
           perform sum-layout-file.
           move zero to disk-version.
           move 0 to disk-registered.
           open input layout-reg-file.
           if layout-reg-status = "00" then
                 perform read-layout-entry with test after
                       until layout-reg-status not = "00"
                 close layout-reg-file
           end-if.
           if rpyf-layout-ver is not numeric then
                 display "Note: replay has no layout version stamp - "
                       "recorded before layouts were versioned."
           else
                 move rpyf-layout-ver to report-version
                 move disk-version to report-disk-version
                 evaluate true
                     when disk-registered = 0
                         display "WARNING: "
                               function trim(level-file-name)
                               " has changed since it was last "
                               "registered; this replay was recorded "
                               "on version "
                               function trim(report-version) "."
                     when disk-version not = rpyf-layout-ver
                         display "WARNING: replay was recorded on "
                               "layout version "
                               function trim(report-version)
                               " but " function trim(level-file-name)
                               " is now version "
                               function trim(report-disk-version) "."
                 end-evaluate
           end-if.

       read-layout-entry.
           read layout-reg-file
                 at end
                       continue
                 not at end
                       if lytf-name = layout-name and
                             lytf-checksum is numeric and
                             lytf-checksum = lyt-checksum and
                             lytf-version is numeric then
                             move lytf-version to disk-version
                             move 1 to disk-registered
                       end-if
           end-read.

      *>Same sum as SUM-LAYOUT-FILE in snake.cbl and snake-edit.
       sum-layout-file.
           move zero to lyt-sum-acc.
           open input level-file.
           if level-file-status = "00" then
                 perform sum-layout-line with test after
                       until level-file-status not = "00"
                 close level-file
           end-if.
           move lyt-sum-acc to lyt-checksum.

       sum-layout-line.
           read level-file
                 at end
                       continue
                 not at end
                       perform sum-layout-char varying lyt-sum-pos
                             from 1 by 1 until lyt-sum-pos > 40
           end-read.

       sum-layout-char.
           compute lyt-sum-acc = function mod(lyt-sum-acc * 31 +
                 function ord(level-file-record(lyt-sum-pos:1)), 9973).

       load-level-row.
           read level-file
                 at end
                 display "RESULT: FAIL - " report-count
                       " check(s) did not hold; do not certify this "
                       "score."
                 move 4 to return-code
           end-if.

       verify-end-record.
