      *>Record layout for one line of the backup catalog backup.cat:
      *>one line per backup generation still on disk, oldest first.
      *>Appended by snake-backup.cbl each time a batch program saves
      *>the files it is about to rewrite, trimmed from the top as old
      *>generations roll off, and listed by snake-restore.cbl.  The
      *>seal column is "BROKEN" when any file in the generation had a
      *>broken seal at backup time, "OK" otherwise; the manifest
      *>(bkmanrec) has the per-file detail.
       01 bkcat-file-record.
           05 bkcf-gen pic 9(4).
           05 filler pic x(1).
           05 bkcf-date pic x(10).
           05 filler pic x(1).
           05 bkcf-time pic x(8).
           05 filler pic x(1).
           05 bkcf-program pic x(16).
           05 filler pic x(1).
           05 bkcf-files pic 9(2).
           05 filler pic x(1).
           05 bkcf-seal pic x(8).
