               select audit-out assign to "hangman-audit.txt"
               organization is line sequential
               file status is audit-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
           fd answers.
               05 audit-difficulty     PIC X(6).
               05 FILLER               PIC X VALUE SPACE.
               05 audit-category       PIC X(10).
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
           01 trans-status                     pic XX.
      *    CHANGE carries its new values
           01 old-category                     pic X(10).
           01 touched-count                    pic 9(4).
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start

           move 'N' to eof
           open input answers
           if answers-status not = "00"
               display "hangwbm: cannot open ANSWERS (hangman.txt) -"
                       " file status " answers-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform until eof = 'Y'
                       " (hangman-trans.txt) - file status "
                       trans-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           open output rejects-out
                       " (hangman-rejects.txt) - status "
                       rejects-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           open extend audit-out
                           " (hangman-audit.txt) - status "
                           audit-status
                   move 16 to return-code
                   perform write-run-log
                   goback
               end-if
           end-if
                       " (hangman-new.txt) - status "
                       answers-new-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform varying i from 1 by 1 until i > word-count
           else
               move 0 to return-code
           end-if
           perform write-run-log
           goback.

      *    runs every edit the game silently assumes against one
               write audit-record
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
                   display "hangwbm: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGWBM" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move trans-count to log-in
                   move applied-count to log-out
                   move reject-count to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangwbm.
