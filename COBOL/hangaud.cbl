               select aud-report assign to "hangman-audrpt.txt"
               organization is line sequential
               file status is aud-report-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
           fd aud-ctl.
               05 rebuild-category     PIC X(10).
           fd aud-report.
           01 aud-report-record        PIC X(80).
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
           01 aud-ctl-status                   pic XX.
           01 old-bank-status                  pic XX.
               05 detail-label                 pic X(30).
               05 detail-count                 pic ZZ,ZZ9.
               05 FILLER                       pic X(44) VALUE SPACES.
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start

           open input aud-ctl
           if aud-ctl-status = "00"
               move 'N' to eof
                       display "hangaud: AUDCTL mode '" ctl-mode
                               "' is not R or A"
                       move 12 to return-code
                       perform write-run-log
                       goback
                   end-if
                   if run-mode = 'R'
                                   " YYYYMMDD date - a rebuild must"
                                   " name its day"
                           move 12 to return-code
                           perform write-run-log
                           goback
                       end-if
                       move ctl-asof-date to asof-date
                       " (hangman-oldbank.txt) - status "
                       old-bank-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
               display "hangaud: cannot open AUDIT"
                       " (hangman-audit.txt) - status " audit-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
                           " (hangman-rebuild.txt) - status "
                           rebuild-status
                   move 16 to return-code
                   perform write-run-log
                   goback
               end-if
               perform varying i from 1 by 1 until i > word-count
                       " (hangman-audrpt.txt) - status "
                       aud-report-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform print-report
               when other
                   move 0 to return-code
           end-evaluate
           perform write-run-log
           goback.

      *    one audit line: tallied into its user and day buckets,
               write aud-report-record
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
                   display "hangaud: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGAUD" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move audit-read-count to log-in
                   move applied-count to log-out
                   move anomaly-count to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangaud.
