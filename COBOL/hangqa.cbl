               select qa-out assign to "hangman-qa.txt"
               organization is line sequential
               file status is qa-status.
               select window-ctl assign to "hangman-window.txt"
               organization is line sequential
               file status is window-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
           fd answers.
               05 qa-wrong-max         PIC Z9.
               05 FILLER               PIC X.
               05 qa-flag              PIC X(8).
      *    the game's look-back window, in days - the card HANGMAN
      *    reads to withhold the words a player played recently
           fd window-ctl.
           01 window-record.
               05 wnd-days             PIC X(3).
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
           01 failed-count                     pic 9(4) VALUE ZERO.
           01 unplayable-count                 pic 9(4) VALUE ZERO.
           01 badtier-count                    pic 9(4) VALUE ZERO.
      *    every difficulty/category a player can select - each
      *    category of a tier, and ALL for the tier as a whole - with
      *    the playable words it holds.  a player on one game a day
      *    needs as many words as the window has days, or the game
      *    has to hand back a word played inside the window
           01 window-status                    pic XX.
           01 window-days                      pic 999 VALUE 30.
           01 c                                pic 9(4).
           01 combo-count                      pic 9(4) VALUE ZERO.
           01 combo-group.
               05 combo-entry occurs 1 to 503 times depending on
                          combo-count.
                   10 combo-difficulty     pic X(6).
                   10 combo-category       pic X(10).
                   10 combo-words          pic 9(4).
           01 combo-find-difficulty            pic X(6).
           01 combo-find-category              pic X(10).
           01 thin-count                       pic 9(4) VALUE ZERO.
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start

      *    the window card is optional - absent or blank is the
      *    game's standard 30 days, and 000 means no window at all
           open input window-ctl
           if window-status = "00"
               move 'N' to eof
               read window-ctl into window-record
                   at end move 'Y' to eof
               end-read
               close window-ctl
               if eof = 'N' and wnd-days not = spaces
                   if wnd-days is not numeric
                       display "hangqa: WINDOW days '" wnd-days
                               "' is not numeric"
                       move 12 to return-code
                       perform write-run-log
                       goback
                   end-if
                   move wnd-days to window-days
               end-if
           end-if

           open input answers
           if answers-status not = "00"
               display "hangqa: cannot open ANSWERS (hangman.txt) -"
                       " file status " answers-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
               display "hangqa: ANSWERS (hangman.txt) has no word"
                       " entries - nothing to check"
               move 20 to return-code
               perform write-run-log
               goback
           end-if

               display "hangqa: cannot open QARPT (hangman-qa.txt) -"
                       " status " qa-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform varying j from 1 by 1 until j > word-count
                   unplayable-count " unplayable, "
                   badtier-count " with a bad difficulty tag"

           if window-days > 0
               perform check-window
           end-if

      *    lets the scheduler hold the morning promotion on any word
      *    a player could hit and never win - or never reach at all,
      *    when its difficulty tag matches no player selection
               or badtier-count > 0
               move 8 to return-code
           else
               if thin-count > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if
           perform write-run-log
           goback.

      *    counts the playable words behind every selection a player
      *    can make and warns on each that cannot last the window.
      *    a word that fails QA above still counts - the game will
      *    serve it, and the failure is reported on its own
           check-window.
               perform varying j from 1 by 1 until j > word-count
                   if word-valid(j) = 'Y'
                       and (word-difficulty(j) = "EASY  "
                           or word-difficulty(j) = "MEDIUM"
                           or word-difficulty(j) = "HARD  ")
                       move word-difficulty(j) to combo-find-difficulty
                       move word-category(j) to combo-find-category
                       perform bump-combo
                       move "ALL" to combo-find-category
                       perform bump-combo
                   end-if
               end-perform
               perform varying c from 1 by 1 until c > combo-count
                   if combo-words(c) < window-days
                       add 1 to thin-count
                       display "hangqa: " combo-difficulty(c) " "
                               combo-category(c) " holds "
                               combo-words(c) " word(s) - too few for"
                               " a " window-days "-day window"
                   end-if
               end-perform
               display "hangqa: " combo-count " difficulty/category"
                       " selection(s) checked against a "
                       window-days "-day window, " thin-count
                       " too small"
               .

           bump-combo.
               perform varying c from 1 by 1
                       until c > combo-count
                           or (combo-difficulty(c)
                                   = combo-find-difficulty
                               and combo-category(c)
                                   = combo-find-category)
                   continue
               end-perform
               if c > combo-count
                   add 1 to combo-count
                   move combo-find-difficulty
                       to combo-difficulty(combo-count)
                   move combo-find-category
                       to combo-category(combo-count)
                   move zero to combo-words(combo-count)
               end-if
               add 1 to combo-words(c)
               .

      *    plays bank entry J to completion the way the game would -
      *    same tier allowances, same before-space length rule, same
      *    win/lose conditions - with the guesses supplied by a
               end-perform
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
                   display "hangqa: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGQA" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move word-count to log-in
                   move solved-count to log-out
                   compute log-rejects = failed-count + unplayable-count
                       + badtier-count
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangqa.
