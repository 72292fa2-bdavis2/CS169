               select arch-tot assign to "hangman-archtot.txt"
               organization is line sequential
               file status is arch-tot-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
           fd stats-in.
               05 stats-result         PIC X(4).
               05 stats-date           PIC X(8).
               05 stats-player         PIC X(8).
               05 stats-game-type      PIC X.
           fd arch-ctl.
           01 arch-ctl-record.
               05 ctl-cutoff-date      PIC X(8).
           fd archive-out.
           01 archive-record           PIC X(33).
           fd history-out.
           01 history-record.
               05 hist-month           PIC X(6).
               05 FILLER               PIC X.
               05 hist-avg-wrong       PIC 99.99.
           fd stats-new.
           01 stats-new-record         PIC X(33).
      *    the run's control totals, machine-readable, so the
      *    balancing step at the end of the job can prove the
      *    split still adds up after the swap and the append
               05 tot-kept             PIC 9(7).
               05 FILLER               PIC X.
               05 tot-baddate          PIC 9(7).
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
           01 stats-status                     pic XX.
           01 arch-ctl-status                  pic XX.
           01 month-found                      pic X.
           01 month-overflow                   pic X VALUE 'N'.
           01 avg-work                         pic 99V99.
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start

      *    the cutoff comes from a control card, never a default -
      *    purging detail against a date nobody chose is how an
      *    archive job destroys a leaderboard
                       " (hangman-archctl.txt) - status "
                       arch-ctl-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
                       ctl-cutoff-date "' is missing or not a"
                       " YYYYMMDD date - nothing archived"
               move 12 to return-code
               perform write-run-log
               goback
           end-if
           move ctl-cutoff-date to cutoff-date
                       " (hangman-stats.txt) - file status "
                       stats-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           open output archive-out
                       " (hangman-archive.txt) - status "
                       archive-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           open output stats-new
                       " (hangman-newstat.txt) - status "
                       stats-new-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if

                       " (hangman-rollup.txt) - status "
                       history-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform varying i from 1 by 1 until i > month-count
                       " (hangman-archtot.txt) - status "
                       arch-tot-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move spaces to arch-tot-record
           else
               move 0 to return-code
           end-if
           perform write-run-log
           goback.

           split-record.
               end-if
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
                   display "hangarch: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGARCH" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move read-count to log-in
                   move archived-count to log-out
                   move baddate-count to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangarch.
