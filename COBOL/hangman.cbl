               select session-file assign to "hangman-session.txt"
               organization is line sequential
               file status is session-status.
               select journal-out assign to "hangman-journal.txt"
               organization is line sequential
               file status is journal-status.
               select players assign to "hangman-players.txt"
               organization is line sequential
               file status is players-status.
               select challenge-file assign to "hangman-challenge.txt"
               organization is line sequential
               file status is challenge-status.
               select window-ctl assign to "hangman-window.txt"
               organization is line sequential
               file status is window-status.
               select arch-recent assign to "hangman-archrecent.txt"
               organization is line sequential
               file status is arch-recent-status.
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
           fd batch-guesses.
           01 batch-guess-record.
               05 batch-guess          PIC X.
           01 report-record            PIC X(80).
           fd session-file.
           01 session-file-record      PIC X(80).
      *    one line per guess, carrying the date, player and word of
      *    the stats record the game was booked under so each guess
      *    can be joined back to its game - a session's rounds all
      *    key to its *SESSION* record and are told apart by round
           fd journal-out.
           01 journal-record.
               05 jrnl-date            PIC X(8).
               05 jrnl-player          PIC X(8).
               05 jrnl-stats-word      PIC X(10).
               05 jrnl-round           PIC 9.
               05 jrnl-word            PIC X(10).
               05 jrnl-turn            PIC 99.
               05 jrnl-letter          PIC X.
               05 jrnl-hit             PIC X.
               05 jrnl-hidden          PIC 99.
      *    the player registry HANGPLM maintains - a live game is
      *    only booked to an ID the registry holds as active
           fd players.
           01 players-file.
               05 reg-id               PIC X(8).
               05 reg-name             PIC X(20).
               05 reg-dept             PIC X(10).
               05 reg-active           PIC X.
               05 reg-joined           PIC X(8).
      *    one line per challenge date: the word everyone plays
      *    that day, or - word left blank - the difficulty and
      *    category rule the day's word is drawn under
           fd challenge-file.
           01 challenge-record.
               05 chl-date             PIC X(8).
               05 FILLER               PIC X.
               05 chl-word             PIC X(10).
               05 FILLER               PIC X.
               05 chl-difficulty       PIC X(6).
               05 FILLER               PIC X.
               05 chl-category         PIC X(10).
      *    the look-back window, in days, a word stays withheld from
      *    a player once they have played it - shared with HANGQA,
      *    which checks the bank can support it
           fd window-ctl.
           01 window-record.
               05 wnd-days             PIC X(3).
      *    the last archive generation or two, concatenated - the
      *    games of a window that reaches back past the last archive
      *    run.  same layout as the stats record
           fd arch-recent.
           01 arch-recent-record.
               05 arch-word            PIC X(10).
               05 arch-wrong           PIC 99.
               05 arch-result          PIC X(4).
               05 arch-date            PIC X(8).
               05 arch-player          PIC X(8).
               05 arch-game-type       PIC X.
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
           01 word                            pic X(10).

                          match-count         pic 9(4).
           01 player-difficulty                pic X(6).
           01 player-category                  pic X(10).
      *    every stats record names who played it.  a blank answer
      *    at the prompt folds to UNKNOWN, which the registry never
      *    issues, so a live game cannot be booked without an ID
           01 player-id                        pic X(8).
           01 players-status                   pic XX.
           01 FILLER                           pic X.
               88  player-registered            VALUE "Y".
               88  player-registered-not        VALUE "N".
      *    a daily challenge is one round of the day's word, played
      *    once per player ID per day and booked with game type C,
      *    so every player that day is ranked on the same word
           01 challenge-status                 pic XX.
           01 challenge-answer                 pic X.
           01 FILLER                           pic X VALUE "N".
               88  challenge-mode               VALUE "Y".
               88  challenge-mode-not           VALUE "N".
           01 FILLER                           pic X VALUE "N".
               88  challenge-refused            VALUE "Y".
               88  challenge-refused-not        VALUE "N".
           01 challenge-word-index             pic 9(4) VALUE ZERO.
           01 today                            pic X(8).
           01 today-num                        pic 9(8).
      *    a word the player played inside the window is withheld
      *    from the draw.  the history is every word they played on
      *    or after the cutoff, with the last date they played it -
      *    stats for the current month, the recent archive
      *    generations for the months before, and the journal for
      *    the rounds of a session, which stats books as *SESSION*
           01 window-status                    pic XX.
           01 arch-recent-status               pic XX.
           01 window-days                      pic 999 VALUE 30.
           01 cutoff-num                       pic 9(8).
           01 cutoff-date                      pic X(8).
           01 withheld-count                   pic 9(4) VALUE ZERO.
           01 kept-count                       pic 9(4).
           01 oldest-played                    pic X(8).
           01 played-word                      pic X(10).
           01 played-date                      pic X(8).
           01 last-played                      pic X(8).
           01 h                                pic 9(4).
           01 hist-count                       pic 9(4) VALUE ZERO.
           01 hist-group.
               05 hist-entry occurs 1 to 500 times depending on
                          hist-count.
                   10 hist-word            pic X(10).
                   10 hist-last            pic X(8).
      *    the artwork file is staged: a header record carries the
      *    stage count and lines per stage, then one complete
      *    drawing per stage, so every difficulty renders whole
      *    file is cleared on a clean finish, the same checkpoint
      *    courtesy QCKSORT extends to its big sorts.  one record
      *    type per line: H header, R played round, C remaining
      *    candidate subscript, J guess held for the journal
           01 session-status                   pic XX.
           01 session-record-buf               pic X(80).
           01 session-header.
               05 sess-wrong-total         pic 9(4).
               05 sess-word-count          pic 9(4).
               05 sess-match-count         pic 9(4).
               05 sess-withheld            pic 9(4).
           01 session-round.
               05 sround-tag               pic X.
               05 sround-word              pic X(10).
           01 FILLER                           pic X VALUE "N".
               88  resuming                     VALUE "Y".
               88  resuming-not                 VALUE "N".
      *    every guess of every round is held here until the stats
      *    record is written, then journaled under that record's
      *    key - a batch replay books no game, so journals nothing.
      *    26 letters a round over 9 rounds is the most a session
      *    can ever guess.  the held guesses ride along on the
      *    session file as J records so a resumed session still
      *    journals the rounds played before the drop
           01 journal-status                   pic XX.
           01 turn-number                      pic 99.
           01 hidden-count                     pic 99.
           01 journal-count                    pic 999 VALUE ZERO.
           01 journal-group.
               05 journal-entry occurs 1 to 234 times depending on
                          journal-count.
                   10 jent-round           pic 9.
                   10 jent-word            pic X(10).
                   10 jent-turn            pic 99.
                   10 jent-letter          pic X.
                   10 jent-hit             pic X.
                   10 jent-hidden          pic 99.
           01 session-journal.
               05 sjrnl-tag                pic X.
               05 sjrnl-round              pic 9.
               05 sjrnl-word               pic X(10).
               05 sjrnl-turn               pic 99.
               05 sjrnl-letter             pic X.
               05 sjrnl-hit                pic X.
               05 sjrnl-hidden             pic 99.
           01 run-log-status                   pic XX.
           01 stats-booked                     pic 9 VALUE ZERO.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start


           open input answers.
           if answers-status not = "00"
               display "hangman: cannot open ANSWERS (hangman.txt) -"
                       " file status " answers-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform until eof = 'Y'
               display "hangman: ANSWERS (hangman.txt) has no word"
                       " entries - nothing to play"
               move 20 to return-code
               perform write-run-log
               goback
           end-if

                           " (hangman-guesses.txt) - status "
                           batch-guesses-status
                   move 16 to return-code
                   perform write-run-log
                   goback
               end-if
               open output report-out
                           " (hangman-report.txt) - status "
                           report-out-status
                   move 16 to return-code
                   perform write-run-log
                   goback
               end-if
           else
               perform check-resume
           end-if

      *    the challenge is only ever offered on a fresh live game -
      *    a batch replay's SYSIN cards never meet this prompt, and
      *    a resumed session carries on with what it was playing
           if batch-mode-not and resuming-not
               display "play today's daily challenge? (Y/N): "
                       with no advancing
               accept challenge-answer
               if function upper-case(challenge-answer) = "Y"
                   set challenge-mode to true
                   perform load-challenge
                   if challenge-refused
                       perform write-run-log
                       goback
                   end-if
               end-if
           end-if

           if resuming-not
               display "player ID: " with no advancing
               accept player-id
                   move "UNKNOWN" to player-id
               end-if

      *        a challenge takes its difficulty from the day's word
               if challenge-mode-not
                   display "select difficulty (EASY, MEDIUM, HARD): "
                           with no advancing
                   accept player-difficulty
                   move function upper-case(player-difficulty)
                       to player-difficulty
                   evaluate player-difficulty
                       when "EASY"
                           move 9 to max-wrong-guesses
                       when "HARD"
                           move 4 to max-wrong-guesses
                       when other
                           move "MEDIUM" to player-difficulty
                           move 6 to max-wrong-guesses
                   end-evaluate
               end-if
           end-if

      *    a live game is booked to the ID it was played under, so
      *    that ID must be one the registry issued and still holds
      *    as active - checked after a resume too, in case the ID
      *    was deactivated since the session was saved.  a batch
      *    replay books nothing and is not checked
           if batch-mode-not
               perform check-player
               if player-registered-not
                   perform write-run-log
                   goback
               end-if
           end-if

           if challenge-mode
               perform check-challenge-played
               if challenge-refused
                   perform write-run-log
                   goback
               end-if
           end-if

      *    the artwork is loaded after the difficulty is known so
               display "hangman: cannot open GRAPHIC"
                       " (hangman-graphic.txt) - status " graphic-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
                       " no valid header - expected stage count and"
                       " lines per stage"
               move 12 to return-code
               perform write-run-log
               goback
           end-if
           move graphic-stage-count to stage-count
               display "hangman: GRAPHIC header lines-per-stage "
                       graphic-stage-lines " is out of range (1-25)"
               move 12 to return-code
               perform write-run-log
               goback
           end-if
           if stage-count < needed-stages
                       " stage(s) but a " player-difficulty
                       " game needs " needed-stages
               move 12 to return-code
               perform write-run-log
               goback
           end-if
           compute graphic-lines-needed =
                       " line(s) but only " graphic-line-count
                       " drawing line(s) are present"
               move 12 to return-code
               perform write-run-log
               goback
           end-if
           move 1 to graphic-pointer

           if resuming-not and challenge-mode-not
               display "select category (or ALL): " with no advancing
               accept player-category
               move function upper-case(player-category)
                       move i to match-index(match-count)
                   end-perform
               end-if
      *        a batch replay plays the word its transcript pins, so
      *        only a live draw is kept clear of recent words
               if batch-mode-not
                   perform withhold-recent
               end-if
           end-if

           if match-count = 0
               display "hangman: no candidate words available - "
                       "nothing to play"
               move 20 to return-code
               perform write-run-log
               goback
           end-if

           if resuming-not and challenge-mode-not
               display "number of rounds (1-9): " with no advancing
               accept round-input
               if round-input is numeric and round-input not = "0"
               end-if
               move function current-date (1:8) to stats-date
               move player-id to stats-player
               if challenge-mode
                   move "C" to stats-game-type
               else
                   move space to stats-game-type
               end-if
               write stats-record
               move 1 to stats-booked
               close stats-out
               perform write-journal
               perform clear-session
           end-if

               end-if
           end-if

           perform write-run-log
           goback.

           play-round.
                                   " (hangman-guesses.txt) has no"
                                   " word record - nothing to replay"
                           move 20 to return-code
                           perform write-run-log
                           goback
                       not at end
                           move batch-word-record to word
               set done-not               TO TRUE
               move spaces to word-so-far
               move zero to wrong-guesses
               move zero to turn-number
               move spaces to past-guesses
               move 1 to graphic-pointer

                               INTO past-guesses
                           END-STRING
                       end-if
                       if batch-mode-not
                           perform hold-guess
                       end-if
                       compute temp = max-wrong-guesses + 1
                                       - wrong-guesses
                       perform display-turn
               end-if
               .

      *    holds one guess for the journal - the turn it was made
      *    on, whether it hit, and how many letters of the word
      *    were still hidden once it had been played
           hold-guess.
               add 1 to turn-number
               move zero to hidden-count
               inspect word-so-far (1:word-length)
                   tallying hidden-count for all "_"
               if journal-count < 234
                   add 1 to journal-count
                   move round-number to jent-round(journal-count)
                   move word to jent-word(journal-count)
                   move turn-number to jent-turn(journal-count)
                   move guess to jent-letter(journal-count)
                   if tal-ctr = 0
                       move "M" to jent-hit(journal-count)
                   else
                       move "H" to jent-hit(journal-count)
                   end-if
                   move hidden-count to jent-hidden(journal-count)
               end-if
               .

      *    a journal that cannot be written costs the letter report
      *    its lines, never the player the game already booked
           write-journal.
               open extend journal-out
               if journal-status not = "00"
                   open output journal-out
               end-if
               if journal-status not = "00"
                   display "hangman: cannot write JOURNAL"
                           " (hangman-journal.txt) - status "
                           journal-status " - guesses not journaled"
               else
                   perform varying i from 1 by 1
                           until i > journal-count
                       move spaces to journal-record
                       move stats-date to jrnl-date
                       move stats-player to jrnl-player
                       move stats-word to jrnl-stats-word
                       move jent-round(i) to jrnl-round
                       move jent-word(i) to jrnl-word
                       move jent-turn(i) to jrnl-turn
                       move jent-letter(i) to jrnl-letter
                       move jent-hit(i) to jrnl-hit
                       move jent-hidden(i) to jrnl-hidden
                       write journal-record
                   end-perform
                   close journal-out
               end-if
               .

           display-session-summary.
               display " "
               display "session summary"
               display "rounds won: " session-wins
                       "  rounds lost: " session-losses
               display "session score: " session-score
               if withheld-count > 0
                   display "candidates withheld as recently played: "
                           withheld-count
               end-if
               .

           display-turn.
               move sess-wins to session-wins
               move sess-losses to session-losses
               move sess-wrong-total to session-wrong-total
      *        a session saved before the withheld count was carried
      *        has none on its header
               if sess-withheld is numeric
                   move sess-withheld to withheld-count
               else
                   move zero to withheld-count
               end-if
               evaluate player-difficulty
                   when "EASY  " move 9 to max-wrong-guesses
                   when "HARD  " move 4 to max-wrong-guesses
               end-evaluate
               move zero to rounds-done
               move zero to match-count
               move zero to journal-count
               move 'N' to eof
               perform until eof = 'Y'
                   read session-file into session-record-buf
                   move zero to session-losses
                   move zero to session-wrong-total
                   move zero to match-count
                   move zero to journal-count
                   move 1 to resume-start
               end-if
               .
                           move scand-index
                               to match-index(match-count)
                       end-if
                   when "J"
                       move session-record-buf to session-journal
                       if sjrnl-round is numeric
                           and sjrnl-turn is numeric
                           and sjrnl-hidden is numeric
                           and journal-count < 234
                           add 1 to journal-count
                           move sjrnl-round
                               to jent-round(journal-count)
                           move sjrnl-word to jent-word(journal-count)
                           move sjrnl-turn to jent-turn(journal-count)
                           move sjrnl-letter
                               to jent-letter(journal-count)
                           move sjrnl-hit to jent-hit(journal-count)
                           move sjrnl-hidden
                               to jent-hidden(journal-count)
                       end-if
               end-evaluate
               .

                   move session-wrong-total to sess-wrong-total
                   move word-count to sess-word-count
                   move match-count to sess-match-count
                   move withheld-count to sess-withheld
                   move spaces to session-file-record
                   move session-header to session-file-record
                   write session-file-record
                       move session-cand to session-file-record
                       write session-file-record
                   end-perform
                   perform varying i from 1 by 1
                           until i > journal-count
                       move spaces to session-journal
                       move "J" to sjrnl-tag
                       move jent-round(i) to sjrnl-round
                       move jent-word(i) to sjrnl-word
                       move jent-turn(i) to sjrnl-turn
                       move jent-letter(i) to sjrnl-letter
                       move jent-hit(i) to sjrnl-hit
                       move jent-hidden(i) to sjrnl-hidden
                       move spaces to session-file-record
                       move session-journal to session-file-record
                       write session-file-record
                   end-perform
                   close session-file
               end-if
               .

      *    looks the player ID up on the registry - a registry that
      *    cannot be read fails the run, since no ID can be proven
           check-player.
               set player-registered-not to true
               open input players
               if players-status not = "00"
                   display "hangman: cannot open PLAYERS"
                           " (hangman-players.txt) - status "
                           players-status
                   move 16 to return-code
               else
                   move 'N' to eof
                   perform until eof = 'Y'
                       read players into players-file
                       at end
                           move spaces to reg-id
                           move 'Y' to eof
                       not at end
                           if reg-id = player-id
                               move 'Y' to eof
                           end-if
                       end-read
                   end-perform
                   close players
                   evaluate true
                       when reg-id not = player-id
                           display "hangman: player ID " player-id
                                   " is not registered - see the"
                                   " player registry (HANGPLM)"
                           move 8 to return-code
                       when reg-active not = "A"
                           display "hangman: player ID " player-id
                                   " is inactive on the player"
                                   " registry - game not played"
                           move 8 to return-code
                       when other
                           set player-registered to true
                           display "playing as " reg-name
                   end-evaluate
               end-if
               .

      *    finds today's line on the challenge file and settles the
      *    word.  a named word must be in the bank - the tier
      *    allowance comes from its entry, and the stats edit would
      *    suspend a game played on a word the bank does not hold
           load-challenge.
               move function current-date (1:8) to today
               open input challenge-file
               if challenge-status not = "00"
                   display "hangman: cannot open CHALLENGE"
                           " (hangman-challenge.txt) - status "
                           challenge-status
                   move 16 to return-code
                   set challenge-refused to true
               else
                   move 'N' to eof
                   perform until eof = 'Y'
                       read challenge-file into challenge-record
                       at end
                           move spaces to chl-date
                           move 'Y' to eof
                       not at end
                           if chl-date = today
                               move 'Y' to eof
                           end-if
                       end-read
                   end-perform
                   close challenge-file
                   if chl-date not = today
                       display "hangman: no daily challenge is set for "
                               today
                       move 20 to return-code
                       set challenge-refused to true
                   end-if
               end-if

               if challenge-refused-not
                   move function upper-case(chl-word) to chl-word
                   move function upper-case(chl-difficulty)
                       to chl-difficulty
                   move function upper-case(chl-category)
                       to chl-category
                   if chl-word not = spaces
                       move zero to challenge-word-index
                       perform varying i from 1 by 1
                               until i > word-count
                           if word-table(i) = chl-word
                               move i to challenge-word-index
                               move word-count to i
                           end-if
                       end-perform
                       if challenge-word-index = 0
                           display "hangman: today's challenge word "
                                   chl-word " is not in the word bank"
                           move 20 to return-code
                           set challenge-refused to true
                       end-if
                   else
                       perform draw-challenge-word
                   end-if
               end-if

               if challenge-refused-not
                   move 1 to match-count
                   move challenge-word-index to match-index(1)
                   move word-difficulty(challenge-word-index)
                       to player-difficulty
                   move word-category(challenge-word-index)
                       to player-category
                   evaluate player-difficulty
                       when "EASY  " move 9 to max-wrong-guesses
                       when "HARD  " move 4 to max-wrong-guesses
                       when other    move 6 to max-wrong-guesses
                   end-evaluate
                   display "daily challenge for " today
                           " - difficulty " player-difficulty
               end-if
               .

      *    the rule form - every bank word of the difficulty and
      *    category given (blank, or ALL for the category, taking
      *    any) is a candidate and the day number picks one, so
      *    everyone playing that day draws the same word.  the
      *    pick follows the bank's order, so a challenge that must
      *    hold still through a mid-day bank change names its word
           draw-challenge-word.
               move zero to match-count
               perform varying i from 1 by 1 until i > word-count
                   if (chl-difficulty = spaces
                           or word-difficulty(i) = chl-difficulty)
                       and (chl-category = spaces
                           or chl-category = "ALL"
                           or word-category(i) = chl-category)
                       add 1 to match-count
                       move i to match-index(match-count)
                   end-if
               end-perform
               if match-count = 0
                   display "hangman: no bank word fits today's"
                           " challenge rule " chl-difficulty " "
                           chl-category
                   move 20 to return-code
                   set challenge-refused to true
               else
                   move today to today-num
                   compute i = function mod(
                       function integer-of-date(today-num),
                       match-count) + 1
                   move match-index(i) to challenge-word-index
               end-if
               .

      *    one challenge a day per player - the stats file is the
      *    record of who has already played today's.  no stats file
      *    yet means nobody has
           check-challenge-played.
               open input stats-out
               if stats-status = "00"
                   move 'N' to eof
                   perform until eof = 'Y'
                       read stats-out
                       at end move 'Y' to eof
                       not at end
                           if stats-game-type = "C"
                               and stats-date = today
                               and stats-player = player-id
                               set challenge-refused to true
                               move 'Y' to eof
                           end-if
                       end-read
                   end-perform
                   close stats-out
               end-if
               if challenge-refused
                   display "hangman: " player-id " has already played"
                           " today's daily challenge"
                   move 8 to return-code
               end-if
               .

      *    keeps the draw clear of words the player has played inside
      *    the look-back window.  when every candidate is that recent
      *    the draw falls back to the ones played longest ago, so a
      *    small category still plays - just not the last few words
           withhold-recent.
               perform load-window
               move zero to withheld-count
               if window-days > 0
                   move function current-date (1:8) to today
                   move today to today-num
                   compute cutoff-num = function date-of-integer(
                       function integer-of-date(today-num)
                           - window-days + 1)
                   move cutoff-num to cutoff-date
                   perform load-history

                   move zero to kept-count
                   move high-values to oldest-played
                   perform varying i from 1 by 1 until i > match-count
                       perform find-last-played
                       if last-played = spaces
                           add 1 to kept-count
                       else
                           if last-played < oldest-played
                               move last-played to oldest-played
                           end-if
                       end-if
                   end-perform
                   if kept-count > 0
                       move high-values to oldest-played
                   else
                       display "every candidate was played in the last "
                               window-days " day(s) - drawing from the"
                               " least recently played"
                   end-if

                   move zero to kept-count
                   perform varying i from 1 by 1 until i > match-count
                       perform find-last-played
                       if last-played = spaces
                           or last-played = oldest-played
                           add 1 to kept-count
                           move match-index(i)
                               to match-index(kept-count)
                       end-if
                   end-perform
                   compute withheld-count = match-count - kept-count
                   move kept-count to match-count
                   display withheld-count " candidate word(s) withheld"
                           " - played in the last " window-days
                           " day(s)"
               end-if
               .

      *    the window card is optional - absent or blank means the
      *    standard 30 days, and 000 switches the filter off.  a
      *    card that cannot be read as days is passed over rather
      *    than stopping a player at the terminal
           load-window.
               move 30 to window-days
               open input window-ctl
               if window-status = "00"
                   move 'N' to eof
                   read window-ctl into window-record
                       at end move 'Y' to eof
                   end-read
                   close window-ctl
                   if eof = 'N' and wnd-days not = spaces
                       if wnd-days is numeric
                           move wnd-days to window-days
                       else
                           display "hangman: WINDOW days '" wnd-days
                                   "' is not numeric - using 30"
                       end-if
                   end-if
               end-if
               .

      *    every word this player played on or after the cutoff.
      *    a source that is not there adds nothing - a player with
      *    no history yet has nothing to withhold
           load-history.
               move zero to hist-count
               open input stats-out
               if stats-status = "00"
                   move 'N' to eof
                   perform until eof = 'Y'
                       read stats-out
                       at end move 'Y' to eof
                       not at end
                           if stats-player = player-id
                               move stats-word to played-word
                               move stats-date to played-date
                               perform note-played
                           end-if
                       end-read
                   end-perform
                   close stats-out
               end-if

               open input arch-recent
               if arch-recent-status = "00"
                   move 'N' to eof
                   perform until eof = 'Y'
                       read arch-recent
                       at end move 'Y' to eof
                       not at end
                           if arch-player = player-id
                               move arch-word to played-word
                               move arch-date to played-date
                               perform note-played
                           end-if
                       end-read
                   end-perform
                   close arch-recent
               end-if

               open input journal-out
               if journal-status = "00"
                   move 'N' to eof
                   perform until eof = 'Y'
                       read journal-out
                       at end move 'Y' to eof
                       not at end
                           if jrnl-player = player-id
                               move jrnl-word to played-word
                               move jrnl-date to played-date
                               perform note-played
                           end-if
                       end-read
                   end-perform
                   close journal-out
               end-if
               move 'N' to eof
               .

      *    adds one played word to the history, or moves its last
      *    played date forward.  a session's own stats line names no
      *    word - its rounds come in from the journal
           note-played.
               if played-word not = spaces
                   and played-word not = "*SESSION* "
                   and played-date >= cutoff-date
                   perform varying h from 1 by 1
                           until h > hist-count
                               or hist-word(h) = played-word
                       continue
                   end-perform
                   if h > hist-count
                       if hist-count < 500
                           add 1 to hist-count
                           move played-word to hist-word(hist-count)
                           move played-date to hist-last(hist-count)
                       end-if
                   else
                       if played-date > hist-last(h)
                           move played-date to hist-last(h)
                       end-if
                   end-if
               end-if
               .

      *    the last date candidate I was played inside the window,
      *    spaces when it was not
           find-last-played.
               move spaces to last-played
               perform varying h from 1 by 1 until h > hist-count
                   if hist-word(h) = word-table(match-index(i))
                       move hist-last(h) to last-played
                       move hist-count to h
                   end-if
               end-perform
               .

      *    a cleanly finished session leaves nothing to resume
           clear-session.
               open output session-file
               close session-file
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
                   display "hangman: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGMAN" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   compute log-in = session-wins + session-losses
                   move stats-booked to log-out
                   move withheld-count to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangman.
