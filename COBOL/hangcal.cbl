               select cal-report assign to "hangman-calrpt.txt"
               organization is line sequential
               file status is cal-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
           fd answers.
               05 stats-result         PIC X(4).
               05 stats-date           PIC X(8).
               05 stats-player         PIC X(8).
               05 stats-game-type      PIC X.
           fd trans-out.
           01 trans-record.
               05 trans-action         PIC X(6).
               05 trans-user           PIC X(8).
           fd cal-report.
           01 cal-record               PIC X(80).
      *    the shop-wide run log - one line per run of every job,
      *    read by HANGOPS for the morning operations summary
           fd run-log.
           01 run-log-record.
               05 log-program          PIC X(10).
               05 FILLER               PIC X.
               05 log-date             PIC X(8).
               05 FILLER               PIC X.
               05 log-start            PIC X(6).
               05 FILLER               PIC X.
               05 log-end              PIC X(6).
               05 FILLER               PIC X.
               05 log-rc               PIC 9(4).
               05 FILLER               PIC X.
               05 log-in               PIC 9(9).
               05 FILLER               PIC X.
               05 log-out              PIC 9(9).
               05 FILLER               PIC X.
               05 log-rejects          PIC 9(9).
       working-storage section.
           01 answers-status                   pic XX.
           01 qa-status                        pic XX.
               05 prop-avg                     pic Z9.99.
               05 FILLER                       pic X VALUE SPACE.
               05 prop-reason                  pic X(34).
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start

           open input answers
           if answers-status not = "00"
               display "hangcal: cannot open ANSWERS (hangman.txt) -"
                       " file status " answers-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
               display "hangcal: ANSWERS (hangman.txt) has no word"
                       " entries - nothing to calibrate"
               move 20 to return-code
               perform write-run-log
               goback
           end-if

                       " (hangman-stats.txt) - file status "
                       stats-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
               display "hangcal: cannot open QARPT (hangman-qa.txt) -"
                       " status " qa-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
               display "hangcal: cannot open TRANS"
                       " (hangman-trans.txt) - status " trans-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           open output cal-report
               display "hangcal: cannot open CALRPT"
                       " (hangman-calrpt.txt) - status " cal-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if

           else
               move 0 to return-code
           end-if
           perform write-run-log
           goback.

      *    rolls one game into its word's real-play record - the
               write cal-record
               .

      *    one line on the shop run log for every run, however it
      *    ends.  a log that cannot be written costs the operations
      *    summary a line, never the run - and only a log not there
      *    yet is started fresh, so a bad open never empties it
           write-run-log.
               open extend run-log
               if run-log-status = "35"
                   open output run-log
               end-if
               if run-log-status not = "00"
                   display "hangcal: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGCAL" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move word-count to log-in
                   move proposal-count to log-out
                   move skipped-count to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangcal.
