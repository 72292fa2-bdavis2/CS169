               select trend-report assign to "hangman-trend.txt"
               organization is line sequential
               file status is trend-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
           fd history-in.
               05 stats-result         PIC X(4).
               05 stats-date           PIC X(8).
               05 stats-player         PIC X(8).
               05 stats-game-type      PIC X.
           fd trend-report.
           01 trend-record             PIC X(80).
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
           01 history-status                   pic XX.
           01 stats-status                     pic XX.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 line-flag                    pic X(6).
               05 FILLER                       pic X(21) VALUE SPACES.
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
      *    the archive proof this report waits on - see
      *    check-prerequisite
           01 log-seq                          pic 9(7) VALUE ZERO.
           01 bal-seq                          pic 9(7) VALUE ZERO.
           01 arch-seq                         pic 9(7) VALUE ZERO.
           01 bal-rc                           pic 9(4) VALUE ZERO.
           01 FILLER                           pic X VALUE "Y".
               88  prerequisite-met             VALUE "Y".
               88  prerequisite-met-not         VALUE "N".
           procedure division.

           move function current-date (1:14) to run-start

      *    a report run off an archive night that did not prove out
      *    would publish whatever the archive left behind
           perform check-prerequisite
           if prerequisite-met-not
               move 12 to return-code
               perform write-run-log
               goback
           end-if

           move function current-date (1:8) to report-date
           move report-date (1:6) to current-month

               display "hangtrd: neither HISTORY nor STATS could be"
                       " opened - nothing to report"
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           if month-count = 0
               display "hangtrd: no month has any games - nothing"
                       " to report"
               move 20 to return-code
               perform write-run-log
               goback
           end-if

               display "hangtrd: cannot open TRENDRPT"
                       " (hangman-trend.txt) - status " trend-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform print-report
           close trend-report

           move 0 to return-code
           perform write-run-log
           goback.

      *    one history rollup line into its month's bucket - the
               write trend-record
               .

      *    the archive job rewrites the live stats and appends to
      *    the history, and HANGBAL proves the two still add up.  the
      *    latest HANGBAL on the run log must have come back 0, and
      *    must be later than the latest good HANGARCH split - a
      *    split with no proof after it is a job that stopped short
      *    (or is still running).  no run log yet holds nothing back
           check-prerequisite.
               set prerequisite-met to true
               move 'N' to eof
               open input run-log
               if run-log-status = "00"
                   perform until eof = 'Y'
                       read run-log
                       at end move 'Y' to eof
                       not at end
                           add 1 to log-seq
                           if log-program = "HANGBAL"
                               move log-seq to bal-seq
                               move log-rc to bal-rc
                           end-if
                           if log-program = "HANGARCH"
                               and log-rc <= 4
                               move log-seq to arch-seq
                           end-if
                       end-read
                   end-perform
                   close run-log
                   if bal-seq > 0 and bal-rc not = 0
                       display "hangtrd: the last archive proof"
                               " (HANGBAL) ended RC " bal-rc
                               " - report held until it proves out"
                       set prerequisite-met-not to true
                   end-if
                   if prerequisite-met and arch-seq > bal-seq
                       display "hangtrd: the last archive split"
                               " (HANGARCH) has no HANGBAL proof"
                               " after it - report held until it"
                               " proves out"
                       set prerequisite-met-not to true
                   end-if
               end-if
               move 'N' to eof
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
                   display "hangtrd: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGTRD" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move month-count to log-in
                   move zero to log-out
                   move zero to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangtrd.
