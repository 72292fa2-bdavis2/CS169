       identification division.
       program-id. hanglet.
       environment division.
           input-output section.
           file-control.
               select journal-in assign to "hangman-journal.txt"
               organization is line sequential
               file status is journal-status.
               select answers assign to "hangman.txt"
               organization is line sequential
               file status is answers-status.
               select letter-report assign to "hangman-letrpt.txt"
               organization is line sequential
               file status is letter-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
           fd journal-in.
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
           fd answers.
           01 answers-file.
               05 hangman-word         PIC X(10).
               05 hangman-difficulty   PIC X(6).
               05 hangman-category     PIC X(10).
           fd letter-report.
           01 letter-record            PIC X(80).
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
           01 journal-status                   pic XX.
           01 answers-status                   pic XX.
           01 letter-status                    pic XX.
           01 eof                              pic A.
           01 i                                pic 9(4).
           01 j                                pic 9(4).
           01 k                                pic 99.
           01 p                                pic 99.
           01 word-count                       pic 9(4) VALUE ZERO.
           01 word-group.
               05 word-entry occurs 1 to 500 times depending on
                          word-count.
                   10 word-table           pic X(10).
                   10 word-len             pic 99.
                   10 word-valid           pic X.
           01 word                             pic X(10).
           01 word-length                      pic 99.
           01 word-so-far                      pic X(10).
           01 letters-left                     pic 99.
           01 tal-ctr                          pic 99.
           01 guess                            pic X.
           01 best-score                       pic 9(4).
           01 best-letter                      pic 99.
           01 letter-list                         pic X(26) VALUE
                   "ABCDEFGHIJKLMNOPQRSTUVWXYZ".
           01 guessed-group.
               05 letter-tried occurs 26 times pic X.
           01 score-group.
               05 letter-score occurs 26 times pic 9(4).
           01 cand-group.
               05 cand-flag occurs 500 times   pic X.
           01 FILLER                           pic X.
               88  cand-fits                    VALUE "Y".
               88  cand-fits-not                VALUE "N".
           01 FILLER                           pic X.
               88  word-solved                  VALUE "Y".
               88  word-solved-not              VALUE "N".
      *    one bucket per letter: how often players guessed it, how
      *    often it hit, how often it opened a round, and the turns
      *    it was played on - beside the same turn totals for the
      *    QA solver playing every clean word in the bank
           01 ltr-group.
               05 ltr-entry occurs 26 times.
                   10 ltr-guesses          pic 9(7).
                   10 ltr-hits             pic 9(7).
                   10 ltr-opens            pic 9(7).
                   10 ltr-open-hits        pic 9(7).
                   10 ltr-turn-total       pic 9(9).
                   10 ltr-player-rank      pic 99.
                   10 ltr-solver-guesses   pic 9(7).
                   10 ltr-solver-total     pic 9(9).
                   10 ltr-solver-rank      pic 99.
      *    letter subscripts in report order - re-sorted for each
      *    section by whichever figure that section ranks on
           01 order-group.
               05 order-letter occurs 26 times pic 99.
           01 order-swap                       pic X.
           01 order-hold                       pic 99.
           01 avg-a                            pic 999V99.
           01 avg-b                            pic 999V99.
           01 rank-work                        pic 99.
           01 rank-delta                       pic S99.
      *    the journal is grouped by game and round as the game
      *    wrote it - a change of key, or a turn 1, starts a fresh
      *    replay of the solver against that round's word
           01 round-key.
               05 rkey-date                pic X(8).
               05 rkey-player              pic X(8).
               05 rkey-stats-word          pic X(10).
               05 rkey-round               pic 9.
           01 prior-key                        pic X(27) VALUE SPACES.
           01 player-letter                    pic 99.
           01 FILLER                           pic X.
               88  round-judged                 VALUE "Y".
               88  round-judged-not             VALUE "N".
           01 journal-count                    pic 9(7) VALUE ZERO.
           01 badletter-count                  pic 9(7) VALUE ZERO.
           01 round-count                      pic 9(7) VALUE ZERO.
           01 turn-count                       pic 9(7) VALUE ZERO.
           01 judged-count                     pic 9(7) VALUE ZERO.
           01 agree-count                      pic 9(7) VALUE ZERO.
           01 open-judged-count                pic 9(7) VALUE ZERO.
           01 open-agree-count                 pic 9(7) VALUE ZERO.
           01 solver-word-count                pic 9(4) VALUE ZERO.
           01 pct-work                         pic 999V99.

           01 output-line                      pic X(80).
           01 detail-line.
               05 detail-label                 pic X(26).
               05 detail-count                 pic Z,ZZZ,ZZ9.
               05 FILLER                       pic X(45) VALUE SPACES.
           01 open-line.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 open-letter                  pic X.
               05 FILLER                       pic X(6) VALUE SPACES.
               05 open-count                   pic Z,ZZZ,ZZ9.
               05 FILLER                       pic X(9) VALUE SPACES.
               05 open-pct                     pic ZZ9.99.
               05 FILLER                       pic X(3) VALUE SPACES.
               05 open-hit-pct                 pic ZZ9.99.
               05 FILLER                       pic X(38) VALUE SPACES.
           01 letter-line.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 let-letter                   pic X.
               05 FILLER                       pic X(3) VALUE SPACES.
               05 let-guesses                  pic Z,ZZZ,ZZ9.
               05 FILLER                       pic X(3) VALUE SPACES.
               05 let-hit-pct                  pic ZZ9.99.
               05 FILLER                       pic X(4) VALUE SPACES.
               05 let-avg-turn                 pic Z9.99.
               05 FILLER                       pic X(4) VALUE SPACES.
               05 let-rank                     pic Z9.
               05 FILLER                       pic X(4) VALUE SPACES.
               05 let-solver-turn              pic Z9.99.
               05 FILLER                       pic X(7) VALUE SPACES.
               05 let-solver-rank              pic Z9.
               05 FILLER                       pic X(4) VALUE SPACES.
               05 let-delta                    pic +Z9.
               05 FILLER                       pic X(16) VALUE SPACES.
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start

      *    the word bank drives the solver replay, so unlike the
      *    leaderboard this report cannot run without it
           open input answers
           if answers-status not = "00"
               display "hanglet: cannot open ANSWERS (hangman.txt) -"
                       " file status " answers-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
           perform until eof = 'Y'
               read answers into answers-file
               at end move 'Y' to eof
               not at end
                   if word-count < 500
                       add 1 to word-count
                       move hangman-word to word-table(word-count)
                   else
                       display "hanglet: word bank exceeds 500"
                               " entries - ignoring the rest of"
                               " ANSWERS"
                       move 'Y' to eof
                   end-if
               end-read
           end-perform
           close answers

      *    the same clean-entry rule the QA solver applies - only
      *    an upper-case, all-letter word with no embedded blank
      *    may stand as a candidate
           perform varying i from 1 by 1 until i > word-count
               move word-table(i) to word
               move zero to word-length
               inspect word tallying
                           word-length for characters before space
               move word-length to word-len(i)
               move 'Y' to word-valid(i)
               if word-length = 0
                   move 'N' to word-valid(i)
               end-if
               if word-valid(i) = 'Y'
                   if word(1:word-length) is not alphabetic
                       or word not = function upper-case(word)
                       move 'N' to word-valid(i)
                   end-if
               end-if
               if word-valid(i) = 'Y' and word-length < 10
                   if word(word-length + 1:) not = spaces
                       move 'N' to word-valid(i)
                   end-if
               end-if
           end-perform

           perform varying k from 1 by 1 until k > 26
               move zero to ltr-guesses(k) ltr-hits(k) ltr-opens(k)
                            ltr-open-hits(k) ltr-turn-total(k)
                            ltr-player-rank(k) ltr-solver-guesses(k)
                            ltr-solver-total(k) ltr-solver-rank(k)
           end-perform

      *    the solver's own letter order: every clean bank word
      *    played to the end, noting the turn each letter came up
           perform varying j from 1 by 1 until j > word-count
               if word-valid(j) = 'Y'
                   perform solve-word
               end-if
           end-perform

           open input journal-in
           if journal-status not = "00"
               display "hanglet: cannot open JOURNAL"
                       " (hangman-journal.txt) - file status "
                       journal-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
           perform until eof = 'Y'
               read journal-in into journal-record
               at end move 'Y' to eof
               not at end perform tally-guess
               end-read
           end-perform
           close journal-in

           if turn-count = 0
               display "hanglet: JOURNAL (hangman-journal.txt) has no"
                       " guess records - nothing to report"
               move 20 to return-code
               perform write-run-log
               goback
           end-if

           open output letter-report
           if letter-status not = "00"
               display "hanglet: cannot open LETRPT"
                       " (hangman-letrpt.txt) - status "
                       letter-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform print-report
           close letter-report

           display "hanglet: " journal-count " journal record(s) read, "
                   round-count " round(s), " turn-count " guess(es), "
                   badletter-count " unusable"
           move 0 to return-code
           perform write-run-log
           goback.

      *    plays bank word J to the end the way the QA solver does,
      *    ignoring the tier allowance - the point here is the order
      *    letters come up in, not whether the word was won
           solve-word.
               move word-table(j) to word
               move word-len(j) to word-length
               add 1 to solver-word-count
               perform varying k from 1 by 1 until k > 26
                   move 'N' to letter-tried(k)
               end-perform
               perform load-candidates
               move spaces to word-so-far
               move word-length to letters-left
               set word-solved-not to true
               perform varying rank-work from 1 by 1
                       until word-solved or rank-work > 26
                   perform pick-a-letter
                   add 1 to ltr-solver-guesses(best-letter)
                   add rank-work to ltr-solver-total(best-letter)
                   move best-letter to player-letter
                   perform play-the-letter
               end-perform
               .

           load-candidates.
               perform varying i from 1 by 1 until i > word-count
                   if word-valid(i) = 'Y'
                       and word-len(i) = word-length
                       move 'Y' to cand-flag(i)
                   else
                       move 'N' to cand-flag(i)
                   end-if
               end-perform
               .

      *    one journal line: the player's letter is tallied, the
      *    solver is asked what it would have guessed from the same
      *    position, and then the player's letter is played so the
      *    next turn starts where the player actually stood
           tally-guess.
               add 1 to journal-count
               move zero to player-letter
               if jrnl-letter is alphabetic and jrnl-letter not = space
                   inspect letter-list tallying player-letter
                       for characters before jrnl-letter
                   add 1 to player-letter
               end-if
               if player-letter < 1 or player-letter > 26
                   or jrnl-turn is not numeric
                   or jrnl-turn = zero
                   add 1 to badletter-count
               else
                   move jrnl-date to rkey-date
                   move jrnl-player to rkey-player
                   move jrnl-stats-word to rkey-stats-word
                   move jrnl-round to rkey-round
                   if round-key not = prior-key or jrnl-turn = 1
                       perform start-round
                   end-if
                   add 1 to turn-count
                   add 1 to ltr-guesses(player-letter)
                   add jrnl-turn to ltr-turn-total(player-letter)
                   if jrnl-hit = "H"
                       add 1 to ltr-hits(player-letter)
                   end-if
                   if jrnl-turn = 1
                       add 1 to ltr-opens(player-letter)
                       if jrnl-hit = "H"
                           add 1 to ltr-open-hits(player-letter)
                       end-if
                   end-if
                   if round-judged
                       perform pick-a-letter
                       if best-score > 0
                           add 1 to judged-count
                           if best-letter = player-letter
                               add 1 to agree-count
                           end-if
                           if jrnl-turn = 1
                               add 1 to open-judged-count
                               if best-letter = player-letter
                                   add 1 to open-agree-count
                               end-if
                           end-if
                       end-if
                       perform play-the-letter
                   end-if
               end-if
               .

      *    a word since dropped from the bank, or one the solver
      *    would never accept, still counts toward the player
      *    figures - it just cannot be judged against the solver
           start-round.
               move round-key to prior-key
               add 1 to round-count
               move jrnl-word to word
               move zero to word-length
               inspect word tallying
                           word-length for characters before space
               set round-judged-not to true
               if word-length > 0
                   set round-judged to true
               end-if
               perform varying k from 1 by 1 until k > 26
                   move 'N' to letter-tried(k)
               end-perform
               perform load-candidates
               move spaces to word-so-far
               move word-length to letters-left
               set word-solved-not to true
               .

      *    the QA solver's rule: score every untried letter by how
      *    many live candidates contain it and take the best,
      *    breaking ties toward A
           pick-a-letter.
               perform varying k from 1 by 1 until k > 26
                   move zero to letter-score(k)
               end-perform
               perform varying i from 1 by 1 until i > word-count
                   if cand-flag(i) = 'Y'
                       perform varying k from 1 by 1 until k > 26
                           if letter-tried(k) = 'N'
                               move zero to tal-ctr
                               inspect word-table(i) (1:word-len(i))
                                   tallying tal-ctr
                                   for all letter-list(k:1)
                               if tal-ctr > 0
                                   add 1 to letter-score(k)
                               end-if
                           end-if
                       end-perform
                   end-if
               end-perform
               move zero to best-score
               move 1 to best-letter
               perform varying k from 1 by 1 until k > 26
                   if letter-tried(k) = 'N'
                       and letter-score(k) > best-score
                       move letter-score(k) to best-score
                       move k to best-letter
                   end-if
               end-perform
               .

      *    plays letter PLAYER-LETTER against the word: reveals its
      *    positions and drops the candidates the answer rules out
           play-the-letter.
               move letter-list(player-letter:1) to guess
               move 'Y' to letter-tried(player-letter)
               move zero to tal-ctr
               perform varying p from 1 by 1 until p > word-length
                   if word(p:1) = guess
                       move guess to word-so-far(p:1)
                       add 1 to tal-ctr
                   end-if
               end-perform
               if tal-ctr > 0
                   if tal-ctr >= letters-left
                       move zero to letters-left
                       set word-solved to true
                   else
                       subtract tal-ctr from letters-left
                   end-if
               end-if

               perform varying i from 1 by 1 until i > word-count
                   if cand-flag(i) = 'Y'
                       set cand-fits to true
                       perform varying p from 1 by 1
                               until p > word-length
                           if word-so-far(p:1) not = space
                               if word-table(i) (p:1)
                                       not = word-so-far(p:1)
                                   set cand-fits-not to true
                               end-if
                           else
                               move zero to k
                               inspect letter-list tallying k
                                   for characters
                                   before word-table(i) (p:1)
                               add 1 to k
                               if k <= 26
                                   and letter-tried(k) = 'Y'
                                   set cand-fits-not to true
                               end-if
                           end-if
                       end-perform
                       if cand-fits-not
                           move 'N' to cand-flag(i)
                       end-if
                   end-if
               end-perform
               .

      *    ranks the letters each side actually guessed by average
      *    turn, earliest first - the rank columns in the letter
      *    section compare the two orders side by side
           rank-letters.
               perform reset-order
               move 'Y' to order-swap
               perform until order-swap = 'N'
                   move 'N' to order-swap
                   perform varying k from 1 by 1 until k > 25
                       move order-letter(k) to i
                       move order-letter(k + 1) to j
                       move 999.99 to avg-a avg-b
                       if ltr-guesses(i) > 0
                           compute avg-a rounded =
                               ltr-turn-total(i) / ltr-guesses(i)
                       end-if
                       if ltr-guesses(j) > 0
                           compute avg-b rounded =
                               ltr-turn-total(j) / ltr-guesses(j)
                       end-if
                       if avg-b < avg-a
                           move order-letter(k) to order-hold
                           move order-letter(k + 1) to order-letter(k)
                           move order-hold to order-letter(k + 1)
                           move 'Y' to order-swap
                       end-if
                   end-perform
               end-perform
               move zero to rank-work
               perform varying k from 1 by 1 until k > 26
                   move order-letter(k) to i
                   if ltr-guesses(i) > 0
                       add 1 to rank-work
                       move rank-work to ltr-player-rank(i)
                   end-if
               end-perform

               perform reset-order
               move 'Y' to order-swap
               perform until order-swap = 'N'
                   move 'N' to order-swap
                   perform varying k from 1 by 1 until k > 25
                       move order-letter(k) to i
                       move order-letter(k + 1) to j
                       move 999.99 to avg-a avg-b
                       if ltr-solver-guesses(i) > 0
                           compute avg-a rounded =
                               ltr-solver-total(i) /
                               ltr-solver-guesses(i)
                       end-if
                       if ltr-solver-guesses(j) > 0
                           compute avg-b rounded =
                               ltr-solver-total(j) /
                               ltr-solver-guesses(j)
                       end-if
                       if avg-b < avg-a
                           move order-letter(k) to order-hold
                           move order-letter(k + 1) to order-letter(k)
                           move order-hold to order-letter(k + 1)
                           move 'Y' to order-swap
                       end-if
                   end-perform
               end-perform
               move zero to rank-work
               perform varying k from 1 by 1 until k > 26
                   move order-letter(k) to i
                   if ltr-solver-guesses(i) > 0
                       add 1 to rank-work
                       move rank-work to ltr-solver-rank(i)
                   end-if
               end-perform
               .

           reset-order.
               perform varying k from 1 by 1 until k > 26
                   move k to order-letter(k)
               end-perform
               .

      *    opening letters, most popular first, ties toward A
           rank-openings.
               perform reset-order
               move 'Y' to order-swap
               perform until order-swap = 'N'
                   move 'N' to order-swap
                   perform varying k from 1 by 1 until k > 25
                       move order-letter(k) to i
                       move order-letter(k + 1) to j
                       if ltr-opens(j) > ltr-opens(i)
                           move order-letter(k) to order-hold
                           move order-letter(k + 1) to order-letter(k)
                           move order-hold to order-letter(k + 1)
                           move 'Y' to order-swap
                       end-if
                   end-perform
               end-perform
               .

           print-report.
               move spaces to output-line
               string "HANGMAN LETTER EFFECTIVENESS"
                      "          AS OF " delimited by size
                      function current-date (1:8) delimited by size
                      into output-line
               end-string
               perform print-line
               move all "=" to output-line
               perform print-line

               move "  ROUNDS JOURNALED:       " to detail-label
               move round-count to detail-count
               perform print-detail
               move "  GUESSES JOURNALED:      " to detail-label
               move turn-count to detail-count
               perform print-detail
               move "  BANK WORDS SOLVED BY QA:" to detail-label
               move solver-word-count to detail-count
               perform print-detail

               move spaces to output-line
               perform print-line
               move "OPENING LETTERS" to output-line
               perform print-line
               move spaces to output-line
               string "LETTER    OPENINGS  PCT OF ROUNDS"
                      "  HIT PCT" delimited by size
                      into output-line
               end-string
               perform print-line
               perform rank-openings
               perform varying k from 1 by 1 until k > 26
                   move order-letter(k) to i
                   if ltr-opens(i) > 0
                       move spaces to open-line
                       move letter-list(i:1) to open-letter
                       move ltr-opens(i) to open-count
                       compute pct-work rounded =
                           ltr-opens(i) * 100 / round-count
                       move pct-work to open-pct
                       compute pct-work rounded =
                           ltr-open-hits(i) * 100 / ltr-opens(i)
                       move pct-work to open-hit-pct
                       move open-line to output-line
                       perform print-line
                   end-if
               end-perform

      *        the letter section runs in player order - a positive
      *        rank delta means the players reach for the letter
      *        later than the solver would
               perform rank-letters
               move spaces to output-line
               perform print-line
               move "LETTER ORDER - PLAYERS VS QA SOLVER" to output-line
               perform print-line
               move spaces to output-line
               string "LETTER  GUESSES  HIT PCT  AVGTURN  RANK"
                      "  QA TURN  QA RANK  DELTA" delimited by size
                      into output-line
               end-string
               perform print-line
               perform varying rank-work from 1 by 1
                       until rank-work > 26
                   perform varying k from 1 by 1 until k > 26
                       if ltr-player-rank(k) = rank-work
                           perform print-letter
                       end-if
                   end-perform
               end-perform
               perform varying k from 1 by 1 until k > 26
                   if ltr-guesses(k) = 0 and ltr-solver-guesses(k) > 0
                       perform print-letter
                   end-if
               end-perform

               move spaces to output-line
               perform print-line
               move "AGREEMENT WITH THE QA SOLVER" to output-line
               perform print-line
               move "  GUESSES JUDGED:         " to detail-label
               move judged-count to detail-count
               perform print-detail
               move "  SOLVER WOULD AGREE:     " to detail-label
               move agree-count to detail-count
               perform print-detail
               if judged-count > 0
                   compute pct-work rounded =
                       agree-count * 100 / judged-count
                   move spaces to output-line
                   move "  AGREEMENT PCT:" to output-line(1:26)
                   move pct-work to open-pct
                   move open-pct to output-line(30:6)
                   perform print-line
               end-if
               move "  OPENINGS JUDGED:        " to detail-label
               move open-judged-count to detail-count
               perform print-detail
               move "  SOLVER WOULD OPEN SAME: " to detail-label
               move open-agree-count to detail-count
               perform print-detail
               if open-judged-count > 0
                   compute pct-work rounded =
                       open-agree-count * 100 / open-judged-count
                   move spaces to output-line
                   move "  OPENING AGREEMENT PCT:" to output-line(1:26)
                   move pct-work to open-pct
                   move open-pct to output-line(30:6)
                   perform print-line
               end-if
               .

           print-letter.
               move spaces to letter-line
               move letter-list(k:1) to let-letter
               move ltr-guesses(k) to let-guesses
               if ltr-guesses(k) > 0
                   compute pct-work rounded =
                       ltr-hits(k) * 100 / ltr-guesses(k)
                   move pct-work to let-hit-pct
                   compute avg-a rounded =
                       ltr-turn-total(k) / ltr-guesses(k)
                   move avg-a to let-avg-turn
                   move ltr-player-rank(k) to let-rank
               end-if
               if ltr-solver-guesses(k) > 0
                   compute avg-b rounded =
                       ltr-solver-total(k) / ltr-solver-guesses(k)
                   move avg-b to let-solver-turn
                   move ltr-solver-rank(k) to let-solver-rank
               end-if
               if ltr-guesses(k) > 0 and ltr-solver-guesses(k) > 0
                   compute rank-delta =
                       ltr-player-rank(k) - ltr-solver-rank(k)
                   move rank-delta to let-delta
               end-if
               move letter-line to output-line
               perform print-line
               .

           print-detail.
               move spaces to output-line
               move detail-label to output-line(1:26)
               move detail-count to output-line(27:9)
               perform print-line
               .

           print-line.
               move output-line to letter-record
               write letter-record
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
                   display "hanglet: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGLET" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move journal-count to log-in
                   move judged-count to log-out
                   move badletter-count to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hanglet.
