      *>show up as a confusing mid-game death gets refused here with
      *>a reason instead.  Board size and wall mode come from
      *>snake.cfg, exactly as the game will load them.
      *>Every layout it opens or saves is checked in to the layout
      *>registry (layouts.dat): a saved layout whose content differs
      *>from the registered one becomes the next version, so scores
      *>set on the old shape stay filed under the old version.

       environment division.
       input-output section.
           select level-file assign using level-file-name
               organization is line sequential
               file status is level-file-status.
           select layout-reg-file assign to "layouts.dat"
               organization is line sequential
               file status is layout-reg-status.

       data division.
       file section.
       fd level-file.
       01 level-file-record pic x(40).

       fd layout-reg-file.
       copy layoutrec.

       working-storage section.
       01 config-file-status pic x(2).
       01 level-file-status pic x(2).
       01 layout-reg-status pic x(2).

       01 max-board-dim pic 9(2) value 40.
       01 min-board-dim pic 9(2) value 5.
       01 level-row-num pic 9(2) usage is comp.
       01 level-col-num pic 9(2) usage is comp.

      *>Registry state, mirrored from STAMP-LAYOUT-VERSION in
      *>snake.cbl.  The version as found when the file was opened is
      *>kept so the closing message can say whether the save made a
      *>new one.
       01 layout-version pic 9(3) value zero.
       01 start-version pic 9(3) value zero.
       01 report-version pic z(2)9.
       01 today-date pic x(10).
       01 lyt-checksum pic 9(4).
       01 lyt-sum-acc pic 9(7) usage is comp.
       01 lyt-sum-pos pic 9(2) usage is comp.
       01 lyt-changed pic 9(1) value zero.
       01 lyt-max-entries pic 9(3) usage is comp value 100.
       01 lyt-count pic 9(3) usage is comp value zero.
       01 lyt-found pic 9(3) usage is comp.
       01 lyt-table.
           05 lyt-entry occurs 100 times indexed by lyt-index.
               10 lyt-name pic x(8).
               10 lyt-version pic 9(3).
               10 lyt-sum pic 9(4).
               10 lyt-date pic x(10).

      *>Constant ASCII codes for the editor keys.
       01 ASCII-W pic 9(3) usage is comp value 119.
       01 ASCII-A pic 9(3) usage is comp value 97.

           if save-done = 1 then
                 display "Layout saved to " level-file-name
                 perform stamp-layout-version
                 move layout-version to report-version
                 if layout-version = start-version then
                       display "Layout unchanged - still version "
                             function trim(report-version)
                             " in layouts.dat."
                 else
                       display "Layout registered as version "
                             function trim(report-version)
                             " in layouts.dat."
                 end-if
           else
                 display "Editor closed - nothing written."
           end-if.
                       by 1 until level-row-num > board-height
                 close level-file
                 display "Loaded existing " level-file-name
                 perform stamp-layout-version
                 move layout-version to start-version
           else
                 display "Starting a fresh empty layout."
           end-if.
                       add 1 to fq-tail
                 end-if
           end-if.

      *>Mirror of STAMP-LAYOUT-VERSION and its paragraphs in
      *>snake.cbl: fold the file on disk into a checksum, then either
      *>register the layout as version 1, keep its version when the
      *>checksum still matches, or move it to the next version.
       stamp-layout-version.
           perform sum-layout-file.
           perform load-layout-registry.
           perform register-layout-sum.
           if lyt-changed = 1 then
                 perform save-layout-registry
           end-if.

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

       load-layout-registry.
           move zero to lyt-count.
           open input layout-reg-file.
           if layout-reg-status = "00" then
                 perform read-layout-entry with test after
                       until layout-reg-status not = "00"
                       or lyt-count >= lyt-max-entries
                 close layout-reg-file
           end-if.

       read-layout-entry.
           read layout-reg-file
                 at end
                       continue
                 not at end
                       add 1 to lyt-count
                       move lytf-name to lyt-name(lyt-count)
                       if lytf-version is numeric then
                             move lytf-version to lyt-version(lyt-count)
                       else
                             move zero to lyt-version(lyt-count)
                       end-if
                       if lytf-checksum is numeric then
                             move lytf-checksum to lyt-sum(lyt-count)
                       else
                             move zero to lyt-sum(lyt-count)
                       end-if
                       move lytf-date to lyt-date(lyt-count)
           end-read.

       register-layout-sum.
           move zero to lyt-changed.
           move zero to lyt-found.
           perform find-layout-entry varying lyt-index from 1 by 1
                 until lyt-index > lyt-count or lyt-found > zero.
           if lyt-found = zero and lyt-count < lyt-max-entries then
                 add 1 to lyt-count
                 move lyt-count to lyt-found
                 move layout-name to lyt-name(lyt-found)
                 move zero to lyt-version(lyt-found)
                 move 1 to lyt-changed
           end-if.
           if lyt-found > zero then
                 if lyt-changed = 1 or
                       lyt-sum(lyt-found) not = lyt-checksum then
                       add 1 to lyt-version(lyt-found)
                       move lyt-checksum to lyt-sum(lyt-found)
                       perform make-today-date
                       move today-date to lyt-date(lyt-found)
                       move 1 to lyt-changed
                 end-if
                 move lyt-version(lyt-found) to layout-version
           else
                 move zero to layout-version
           end-if.

       find-layout-entry.
           if lyt-name(lyt-index) = layout-name then
                 set lyt-found to lyt-index
           end-if.

       save-layout-registry.
           open output layout-reg-file.
           perform write-layout-entry varying lyt-index from 1 by 1
                 until lyt-index > lyt-count.
           close layout-reg-file.

       write-layout-entry.
           move spaces to layout-reg-record.
           move lyt-name(lyt-index) to lytf-name.
           move lyt-version(lyt-index) to lytf-version.
           move lyt-sum(lyt-index) to lytf-checksum.
           move lyt-date(lyt-index) to lytf-date.
           write layout-reg-record.

       make-today-date.
           string function current-date(1:4) delimited by size
                 "-" delimited by size
                 function current-date(5:2) delimited by size
                 "-" delimited by size
                 function current-date(7:2) delimited by size
                 into today-date.
