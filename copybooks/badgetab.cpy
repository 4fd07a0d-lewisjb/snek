      *>The badge list, shared by snake.cbl (which awards badges at
      *>game over) and snake-badges.cbl (which rebuilds the
      *>achievements file from the history log), so both always
      *>agree on the codes, the wording and the thresholds.  Each
      *>badge is earned once, by the first history line that meets
      *>its rule:
      *>
      *>   1000PTS  player 1 scores badge-min-points or more.
      *>   MAZECPU  player 1 beats the CPU seat on any layout other
      *>            than the open board.
      *>   TACLEAN  a time-attack game that lasted the full window -
      *>            the clock ran out before anyone crashed.
      *>   DAILY7   daily-challenge games on badge-daily-run calendar
      *>            days in a row.
      *>   H2H10    badge-h2h-wins head-to-head wins against another
      *>            named player (the CPU and "---" do not count,
      *>            the same rule snake-rating uses).
      *>
      *>A new badge goes on the end of the list, never in the middle:
      *>the position is the badge number both programs index by.
       01 badge-list.
           05 filler pic x(44) value
                 "1000PTS First 1,000-point game".
           05 filler pic x(44) value
                 "MAZECPU Beat the CPU on a maze".
           05 filler pic x(44) value
                 "TACLEAN Time attack without a crash".
           05 filler pic x(44) value
                 "DAILY7  Daily challenge 7 days running".
           05 filler pic x(44) value
                 "H2H10   Ten head-to-head wins".
       01 badge-table redefines badge-list.
           05 badge-entry occurs 5 times.
               10 badge-code pic x(8).
               10 badge-name pic x(36).
       01 badge-count pic 9(1) value 5.
       01 badge-min-points pic 9(7) value 1000.
      *>The time-attack window - the same clock as TA-LIMIT-SECS in
      *>snake.cbl.
       01 badge-ta-secs pic 9(6) value 180.
       01 badge-daily-run pic 9(3) value 7.
       01 badge-h2h-wins pic 9(5) value 10.
