      *>Record layout for one line of a backup generation's manifest,
      *>bkNNNN.man: one line per file the generation holds, naming
      *>the live file, the copy it was saved to (bkNNNN-<file>), the
      *>record count, and how its seals verified at backup time:
      *>
      *>   OK        every sealed line verified
      *>   BROKEN    at least one seal did not verify (count given)
      *>   UNSEALED  a sealed file with no sealed lines in it yet
      *>   N/A       a file that carries no seals
      *>   MISSING   the live file did not exist - nothing saved
      *>
      *>Written by snake-backup.cbl; snake-restore.cbl re-checks the
      *>copy against it before anything is put back.
       01 bkman-file-record.
           05 bkmf-file pic x(20).
           05 filler pic x(1).
           05 bkmf-records pic 9(7).
           05 filler pic x(1).
           05 bkmf-seal pic x(8).
           05 filler pic x(1).
           05 bkmf-broken pic 9(5).
           05 filler pic x(1).
           05 bkmf-copy pic x(30).
