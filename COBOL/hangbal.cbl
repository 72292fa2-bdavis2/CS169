               select bal-report assign to "hangman-balrpt.txt"
               organization is line sequential
               file status is bal-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
           fd arch-tot.
               05 stats-result         PIC X(4).
               05 stats-date           PIC X(8).
               05 stats-player         PIC X(8).
               05 stats-game-type      PIC X.
           fd archive-in.
           01 archive-record.
               05 arch-word            PIC X(10).
               05 arch-result          PIC X(4).
               05 arch-date            PIC X(8).
               05 arch-player          PIC X(8).
               05 arch-game-type       PIC X.
           fd rollup-in.
           01 rollup-record.
               05 roll-month           PIC X(6).
               05 FILLER               PIC X(24).
           fd bal-report.
           01 bal-record               PIC X(80).
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
           01 arch-tot-status                  pic XX.
           01 stats-status                     pic XX.
               05 detail-label                 pic X(30).
               05 detail-count                 pic ZZZ,ZZ9.
               05 FILLER                       pic X(43) VALUE SPACES.
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start

      *    the totals STEP010 left behind are the run's contract -
      *    without them there is nothing to balance against
           open input arch-tot
                       " (hangman-archtot.txt) - status "
                       arch-tot-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
               display "hangbal: ARCHTOT totals record is missing"
                       " or unreadable - nothing to balance against"
               move 16 to return-code
               perform write-run-log
               goback
           end-if

               display "hangbal: cannot open STATS"
                       " (hangman-stats.txt) - status " stats-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
                       " (hangman-rollup.txt) - status "
                       rollup-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
                       " (hangman-archive.txt) - status "
                       archive-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
                       " (hangman-history.txt) - status "
                       history-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
               display "hangbal: cannot open BALRPT"
                       " (hangman-balrpt.txt) - status " bal-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform check-record-counts
               when count-bad = 'Y'   move 8 to return-code
               when other             move 0 to return-code
           end-evaluate
           perform write-run-log
           goback.

           load-rollup-line.
               write bal-record
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
                   display "hangbal: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGBAL" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   compute log-in = live-count + archive-count
                   move zero to log-out
                   move discrepancy-count to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangbal.
