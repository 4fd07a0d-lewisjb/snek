      *>Record layout for one line of the archive catalog
      *>(archive.cat): one line per history-YYYYMMDD.arc file that
      *>snake-archive.cbl has put lines into, in the order they were
      *>first written, with the cutoff that named the file and the
      *>date of the run.  Read by snake-plrmast.cbl, which needs every
      *>archived game to rebuild the player master.
       01 archive-cat-record.
           05 arcf-name pic x(30).
           05 filler pic x(1).
           05 arcf-cutoff pic x(10).
           05 filler pic x(1).
           05 arcf-run-date pic x(10).
