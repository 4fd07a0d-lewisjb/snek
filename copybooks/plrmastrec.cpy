      *>Record layout for the player summary master (plrmast.dat), an
      *>indexed file keyed by initials with one record per player, so
      *>a player question is one keyed read instead of a pass over
      *>the whole history log.  snake.cbl posts every finished game
      *>to it from LOG-GAME-HISTORY, and snake-plrmast.cbl rebuilds it
      *>from the archived .arc files plus history.dat - both through
      *>the same POST-MASTER-LINE paragraphs, so a rebuilt master
      *>matches one kept current game by game.
      *>A game counts for each seat that carries initials ("---" is
      *>nobody, and the computer opponent "CPU" gets no record; a
      *>game against it is not head-to-head, so it adds no win or
      *>loss either).  The history line only records player 1's
      *>points, so points are credited to the seat-1 player; games,
      *>playtime, last-played date, the daily streak and
      *>head-to-head results count for both seats.  The daily
      *>streak is consecutive calendar days with at least one
      *>daily-challenge game; pmf-last-daily is the latest such
      *>day, so a reader can tell when the current streak has
      *>lapsed.  Head-to-head wins and
      *>losses come from the history winner column.
       01 player-master-record.
           05 pmf-player pic x(3).
           05 pmf-games pic 9(6).
           05 pmf-total-points pic 9(9).
           05 pmf-best-points pic 9(7).
           05 pmf-playtime pic 9(9).
           05 pmf-last-date pic x(10).
           05 pmf-last-daily pic x(10).
           05 pmf-cur-streak pic 9(4).
           05 pmf-long-streak pic 9(4).
           05 pmf-h2h-wins pic 9(5).
           05 pmf-h2h-losses pic 9(5).
