       identification division.
       program-id. snake-nightly.

      *>Nightly batch driver.  Runs the after-hours jobs - snake-recon,
      *>snake-rating, snake-stats, the snake-replay verify run, and
      *>snake-archive and snake-season on the nights they are due - in
      *>the order the run-control file nightly.ctl lists them, each
      *>with the answers its prompts need.  Every step's start, end
      *>and outcome is appended to the run log nightly.log, and each
      *>step's own output is kept in nightly-NN.out (NN = step
      *>number) for whoever has to look into a bad night.
      *>
      *>Restart: the restart file nightly.rst always names the run
      *>date and the step to run next.  A step that fails stops the
      *>night, and the next run of this program picks up at that
      *>same step under the same run date - steps already done are
      *>not run twice, and a dated step still sees the night it was
      *>due.  A night that completed is not run again the same day.
      *>
      *>The driver will not start while snake.ckpt holds a suspended
      *>game (a header record), because the archive and season steps
      *>rewrite files the resumed game would write back to.
      *>
      *>Step outcome comes from the program's return code: 0 is OK,
      *>1 to 4 a warning (the night carries on), anything higher a
      *>failure.  The driver itself ends with the worst return code
      *>of the night, 8 when it refuses to start.

       environment division.
       input-output section.
       file-control.
           select control-file assign to "nightly.ctl"
               organization is line sequential
               file status is control-file-status.
           select restart-file assign to "nightly.rst"
               organization is line sequential
               file status is restart-file-status.
           select log-file assign to "nightly.log"
               organization is line sequential
               file status is log-file-status.
           select step-input-file assign to "nightly.in"
               organization is line sequential
               file status is step-input-status.
           select checkpoint-file assign to "snake.ckpt"
               organization is line sequential
               file status is ckpt-file-status.
           select replay-cat-file assign to "replaycat.dat"
               organization is line sequential
               file status is replay-cat-status.

       data division.
       file section.
      *>Run-control file, one line per step in the order they run,
      *>hand-edited by whoever looks after the nights.  A line with
      *>"*" in column 1 is a comment.  Fixed columns, separated by a
      *>single blank column:
      *>
      *>   columns 01-02  step number (2 digits; also names the
      *>                  step's output file nightly-NN.out)
      *>   columns 04-19  program name, run as ./<name>
      *>   column  21     schedule: N = every night, D = only on the
      *>                  night whose run date is the due date
      *>   columns 23-32  due date (YYYY-MM-DD) for a D step
      *>   column  34     how the parameters reach the program:
      *>                  I = as prompt answers on its input, one
      *>                  per ";"-separated parameter; C = on its
      *>                  command line as written
      *>   columns 36-75  parameters
      *>
      *>A command-line parameter list that starts with *LATEST has
      *>that word replaced by the newest replay in replaycat.dat, so
      *>the verify step always checks the last game played.  See
      *>nightly.ctl.sample in this directory.
       fd control-file.
       01 control-file-record.
           05 ctlf-step pic 9(2).
           05 filler pic x(1).
           05 ctlf-program pic x(16).
           05 filler pic x(1).
           05 ctlf-schedule pic x(1).
           05 filler pic x(1).
           05 ctlf-due-date pic x(10).
           05 filler pic x(1).
           05 ctlf-style pic x(1).
           05 filler pic x(1).
           05 ctlf-params pic x(40).

      *>One line: the run date, the step to run next, and how the
      *>night stands - R running (or died mid-step), F failed,
      *>C completed.
       fd restart-file.
       01 restart-file-record.
           05 rstf-run-date pic x(10).
           05 filler pic x(1).
           05 rstf-next-step pic 9(2).
           05 filler pic x(1).
           05 rstf-status pic x(1).

      *>Run log, appended to every night: one line when a run
      *>starts or restarts, a START and an END line per step, and
      *>one line when the run ends.
       fd log-file.
       01 log-file-record.
           05 logf-run-date pic x(10).
           05 filler pic x(1).
           05 logf-time pic x(8).
           05 filler pic x(1).
           05 logf-step pic 9(2).
           05 filler pic x(1).
           05 logf-program pic x(16).
           05 filler pic x(1).
           05 logf-event pic x(8).
           05 filler pic x(1).
           05 logf-rc pic 9(3).
           05 filler pic x(1).
           05 logf-outcome pic x(8).

      *>The prompt answers for the step about to run.
       fd step-input-file.
       01 step-input-record pic x(40).

       fd checkpoint-file.
       01 ckpt-file-record.
           05 ckptf-rec-type pic x(1).
           05 filler pic x(79).

       fd replay-cat-file.
       copy rpycatrec.

       working-storage section.
       01 control-file-status pic x(2).
       01 restart-file-status pic x(2).
       01 log-file-status pic x(2).
       01 step-input-status pic x(2).
       01 ckpt-file-status pic x(2).
       01 replay-cat-status pic x(2).

       01 today-date pic x(10).
       01 run-date pic x(10).
       01 now-time pic x(8).
       01 resume-step pic 9(2) value zero.
       01 restart-status pic x(1).
       01 restarted-run pic 9(1) value zero.
       01 already-done pic 9(1) value zero.
       01 game-suspended pic 9(1) value zero.
       01 run-failed pic 9(1) value zero.
       01 run-rc pic 9(3) value zero.
       01 latest-replay pic x(30) value spaces.

      *>The night's steps, loaded from nightly.ctl, with what
      *>happened to each for the run log and the summary.
       01 st-max-entries pic 9(2) value 20.
       01 st-count pic 9(2) usage is comp value zero.
       01 st-table.
           05 st-entry occurs 20 times indexed by st-index.
               10 st-step pic 9(2).
               10 st-program pic x(16).
               10 st-schedule pic x(1).
               10 st-due-date pic x(10).
               10 st-style pic x(1).
               10 st-params pic x(40).
               10 st-outcome pic x(8).
               10 st-rc pic 9(3).
               10 st-start pic x(8).
               10 st-end pic x(8).
       01 st-over-count pic 9(3) usage is comp value zero.

      *>Building and running one step.
       01 sys-command pic x(120).
       01 sys-result pic s9(9) usage is comp.
       01 step-rc pic 9(3).
       01 step-args pic x(60).
       01 step-out-name pic x(16).
       01 param-work pic x(40).
       01 param-line pic x(40).
       01 param-ptr pic 9(2) usage is comp.

       01 log-event pic x(8).
       01 log-step pic 9(2).
       01 log-program pic x(16).
       01 log-rc pic 9(3).
       01 log-outcome pic x(8).

       01 line-step pic z9.
       01 line-rc pic zz9.
       01 ok-count pic 9(2) usage is comp value zero.
       01 warn-count pic 9(2) usage is comp value zero.
       01 fail-count pic 9(2) usage is comp value zero.
       01 line-count pic z9.

       procedure division.
       main-para.
           display "Nightly batch driver".
           display "====================".
           perform make-today-date.
           perform check-suspended-game.
           if game-suspended = 1 then
                 display "snake.ckpt holds a suspended game - finish "
                       "or abandon it before the nightly run."
                 display "Nothing run."
                 move 8 to return-code
                 stop run
           end-if.
           perform load-run-control.
           if st-count = zero then
                 display "No steps in nightly.ctl - nothing to run."
                 move 8 to return-code
                 stop run
           end-if.
           perform load-restart-point.
           if already-done = 1 then
                 display "The run for " run-date " already completed "
                       "- nothing to do."
                 display "Remove nightly.rst to run the night again."
                 stop run
           end-if.

           open extend log-file.
           if log-file-status = "35" then
                 open output log-file
           end-if.
           move zero to log-step.
           move spaces to log-program.
           move zero to log-rc.
           move spaces to log-outcome.
           if restarted-run = 1 then
                 move resume-step to log-step
                 move "RESTART" to log-event
                 move resume-step to line-step
                 display "Restarting the run for " run-date
                       " at step " line-step
           else
                 move "RUN" to log-event
                 display "Run date " run-date
           end-if.
           perform write-log-line.

           perform run-one-step varying st-index from 1 by 1
                 until st-index > st-count.

           if run-failed = 1 then
                 move "F" to restart-status
           else
                 move "C" to restart-status
                 move zero to resume-step
           end-if.
           perform save-restart-point.
           move zero to log-step.
           move spaces to log-program.
           move run-rc to log-rc.
           move "END" to log-event.
           if run-failed = 1 then
                 move "FAILED" to log-outcome
           else
                 move "OK" to log-outcome
           end-if.
           perform write-log-line.
           close log-file.
           perform print-run-summary.
           move run-rc to return-code.
           stop run.

       make-today-date.
           string function current-date(1:4) delimited by size
                 "-" delimited by size
                 function current-date(5:2) delimited by size
                 "-" delimited by size
                 function current-date(7:2) delimited by size
                 into today-date.

       make-now-time.
           string function current-date(9:2) delimited by size
                 ":" delimited by size
                 function current-date(11:2) delimited by size
                 ":" delimited by size
                 function current-date(13:2) delimited by size
                 into now-time.

      *>An empty snake.ckpt is what a normal game over leaves
      *>behind; only a header record means a run is suspended.
       check-suspended-game.
           move 0 to game-suspended.
           open input checkpoint-file.
           if ckpt-file-status = "00" then
                 read checkpoint-file
                       at end
                             continue
                       not at end
                             if ckptf-rec-type = "H" then
                                   move 1 to game-suspended
                             end-if
                 end-read
                 close checkpoint-file
           end-if.

       load-run-control.
           move zero to st-count.
           open input control-file.
           if control-file-status = "00" then
                 perform read-control-line with test after
                       until control-file-status not = "00"
                 close control-file
           end-if.
           if st-over-count > zero then
                 display "nightly.ctl has more steps than the driver "
                       "holds - the extra steps are not run."
           end-if.

       read-control-line.
           read control-file
                 at end
                       continue
                 not at end
                       if control-file-record(1:1) not = "*" and
                             control-file-record not = spaces then
                             perform take-control-line
                       end-if
           end-read.

       take-control-line.
           if st-count < st-max-entries then
                 add 1 to st-count
                 move ctlf-step to st-step(st-count)
                 move ctlf-program to st-program(st-count)
                 move function upper-case(ctlf-schedule) to
                       st-schedule(st-count)
                 move ctlf-due-date to st-due-date(st-count)
                 move function upper-case(ctlf-style) to
                       st-style(st-count)
                 move ctlf-params to st-params(st-count)
                 move spaces to st-outcome(st-count)
                 move zero to st-rc(st-count)
                 move spaces to st-start(st-count)
                 move spaces to st-end(st-count)
           else
                 add 1 to st-over-count
           end-if.

      *>No restart file, or a completed night from an earlier day,
      *>means a fresh run dated today.  A failed or interrupted
      *>night keeps its own run date and resumes at its step.
       load-restart-point.
           move today-date to run-date.
           move zero to resume-step.
           move 0 to restarted-run.
           move 0 to already-done.
           open input restart-file.
           if restart-file-status = "00" then
                 read restart-file
                       at end
                             continue
                       not at end
                             perform take-restart-point
                 end-read
                 close restart-file
           end-if.

       take-restart-point.
           evaluate true
               when rstf-status = "F" or rstf-status = "R"
                   move rstf-run-date to run-date
                   move rstf-next-step to resume-step
                   move 1 to restarted-run
               when rstf-status = "C" and rstf-run-date = today-date
                   move 1 to already-done
           end-evaluate.

       save-restart-point.
           open output restart-file.
           move spaces to restart-file-record.
           move run-date to rstf-run-date.
           move resume-step to rstf-next-step.
           move restart-status to rstf-status.
           write restart-file-record.
           close restart-file.

      *>Once a step has failed the rest of the night is left for
      *>the restart.
       run-one-step.
           evaluate true
               when run-failed = 1
                   move "NOT RUN" to st-outcome(st-index)
               when st-step(st-index) < resume-step
                   move "DONE" to st-outcome(st-index)
               when st-schedule(st-index) = "D" and
                     st-due-date(st-index) not = run-date
                   move "NOT DUE" to st-outcome(st-index)
               when other
                   perform execute-step
           end-evaluate.

       execute-step.
           move st-step(st-index) to resume-step.
           move "R" to restart-status.
           perform save-restart-point.
           perform build-step-input.
           perform build-step-command.
           if st-outcome(st-index) = spaces then
                 perform make-now-time
                 move now-time to st-start(st-index)
                 move st-step(st-index) to log-step
                 move st-program(st-index) to log-program
                 move zero to log-rc
                 move spaces to log-outcome
                 move "START" to log-event
                 perform write-log-line
                 move st-step(st-index) to line-step
                 display "Step " line-step " " st-program(st-index)
                       " ..."
                 call "system" using sys-command returning sys-result
                 perform make-now-time
                 move now-time to st-end(st-index)
                 perform grade-step-result
           end-if.
           move st-step(st-index) to log-step.
           move st-program(st-index) to log-program.
           move st-rc(st-index) to log-rc.
           move st-outcome(st-index) to log-outcome.
           move "END" to log-event.
           perform write-log-line.
           if st-rc(st-index) > run-rc then
                 move st-rc(st-index) to run-rc
           end-if.
           if st-outcome(st-index) = "FAILED" then
                 move 1 to run-failed
                 display "Step " line-step " failed - see "
                       step-out-name
           end-if.

      *>system() hands back the shell's wait status: the program's
      *>return code sits in the second byte.  Minus one means the
      *>shell could not be started at all.
       grade-step-result.
           if sys-result < zero then
                 move 255 to step-rc
           else
                 compute step-rc = function mod(sys-result / 256, 256)
           end-if.
           move step-rc to st-rc(st-index).
           evaluate true
               when step-rc = zero
                   move "OK" to st-outcome(st-index)
               when step-rc <= 4
                   move "WARN" to st-outcome(st-index)
               when other
                   move "FAILED" to st-outcome(st-index)
           end-evaluate.

      *>Every step gets nightly.in on its input, empty for a
      *>command-line step, so a program that prompts for something
      *>the control file did not supply reads end of file instead of
      *>waiting all night for an answer.
       build-step-input.
           open output step-input-file.
           if st-style(st-index) = "I" then
                 move st-params(st-index) to param-work
                 move 1 to param-ptr
                 perform write-step-answer until param-ptr > 40
           end-if.
           close step-input-file.

       write-step-answer.
           move spaces to param-line.
           unstring param-work delimited by ";"
                 into param-line
                 with pointer param-ptr
           end-unstring.
           if param-line not = spaces then
                 write step-input-record from param-line
           end-if.

       build-step-command.
           move spaces to step-out-name.
           string "nightly-" delimited by size
                 st-step(st-index) delimited by size
                 ".out" delimited by size
                 into step-out-name.
           move spaces to step-args.
           if st-style(st-index) = "C" then
                 if st-params(st-index)(1:7) = "*LATEST" then
                       perform find-latest-replay
                       if latest-replay = spaces then
                             move "FAILED" to st-outcome(st-index)
                             move 8 to st-rc(st-index)
                             display "No replay in replaycat.dat for "
                                   "step " st-step(st-index)
                       else
                             string latest-replay delimited by space
                                   st-params(st-index)(8:33)
                                   delimited by size
                                   into step-args
                       end-if
                 else
                       move st-params(st-index) to step-args
                 end-if
           end-if.
           move spaces to sys-command.
           string "./" delimited by size
                 st-program(st-index) delimited by space
                 " " delimited by size
                 step-args delimited by "  "
                 " < nightly.in > " delimited by size
                 step-out-name delimited by space
                 " 2>&1" delimited by size
                 x"00" delimited by size
                 into sys-command.

      *>replaycat.dat is append-only, so the last line is the
      *>newest game.
       find-latest-replay.
           move spaces to latest-replay.
           open input replay-cat-file.
           if replay-cat-status = "00" then
                 perform read-latest-replay with test after
                       until replay-cat-status not = "00"
                 close replay-cat-file
           end-if.

       read-latest-replay.
           read replay-cat-file
                 at end
                       continue
                 not at end
                       move rpcf-name to latest-replay
           end-read.

       write-log-line.
           perform make-now-time.
           move spaces to log-file-record.
           move run-date to logf-run-date.
           move now-time to logf-time.
           move log-step to logf-step.
           move log-program to logf-program.
           move log-event to logf-event.
           move log-rc to logf-rc.
           move log-outcome to logf-outcome.
           write log-file-record.

       print-run-summary.
           display spaces.
           display "Nightly run summary - run date " run-date.
           if restarted-run = 1 then
                 display "(restart of a failed night)"
           end-if.
           display "--------------------------------------------------"
                 "-----------".
           display "Step  Program           Outcome    RC  Started   "
                 "Ended".
           display "--------------------------------------------------"
                 "-----------".
           perform print-summary-line varying st-index from 1 by 1
                 until st-index > st-count.
           display "--------------------------------------------------"
                 "-----------".
           move ok-count to line-count.
           display "OK:      " line-count.
           move warn-count to line-count.
           display "Warning: " line-count.
           move fail-count to line-count.
           display "Failed:  " line-count.
           if run-failed = 1 then
                 display "NIGHT FAILED - fix the failed step and run "
                       "snake-nightly again; it resumes there."
           else
                 display "Night complete."
           end-if.

       print-summary-line.
           move st-step(st-index) to line-step.
           evaluate st-outcome(st-index)
               when "OK"
                   add 1 to ok-count
               when "WARN"
                   add 1 to warn-count
               when "FAILED"
                   add 1 to fail-count
           end-evaluate.
           if st-start(st-index) = spaces then
                 display "  " line-step "  " st-program(st-index)
                       "  " st-outcome(st-index)
           else
                 move st-rc(st-index) to line-rc
                 display "  " line-step "  " st-program(st-index)
                       "  " st-outcome(st-index) "  " line-rc "  "
                       st-start(st-index) "  " st-end(st-index)
           end-if.
