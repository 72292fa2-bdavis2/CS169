       identification division.
       program-id. hangval.
       environment division.
           input-output section.
           file-control.
               select stats-in assign to "hangman-stats.txt"
               organization is line sequential
               file status is stats-status.
               select answers assign to "hangman.txt"
               organization is line sequential
               file status is answers-status.
               select suspense-in assign to "hangman-suspense.txt"
               organization is line sequential
               file status is suspense-status.
               select stats-clean assign to "hangman-valstats.txt"
               organization is line sequential
               file status is clean-status.
               select suspense-out assign to "hangman-suspnew.txt"
               organization is line sequential
               file status is suspense-new-status.
               select val-mark-in assign to "hangman-valmark.txt"
               organization is line sequential
               file status is mark-status.
               select val-mark-out assign to "hangman-valmknew.txt"
               organization is line sequential
               file status is mark-new-status.
               select post-batch assign to "hangman-valpost.txt"
               organization is line sequential
               file status is post-status.
               select val-report assign to "hangman-valrpt.txt"
               organization is line sequential
               file status is report-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
           fd stats-in.
           01 stats-record.
               05 stats-word           PIC X(10).
               05 stats-wrong          PIC 99.
               05 stats-result         PIC X(4).
               05 stats-date           PIC X(8).
               05 stats-player         PIC X(8).
               05 stats-game-type      PIC X.
           fd answers.
           01 answers-file.
               05 hangman-word         PIC X(10).
               05 hangman-difficulty   PIC X(6).
               05 hangman-category     PIC X(10).
      *    one suspended stats record, exactly as it was booked,
      *    behind the operator's action byte: blank holds it, R
      *    releases it (corrected in place first, if need be) to be
      *    edited again on the next run, D discards it for good
           fd suspense-in.
           01 suspense-record.
               05 susp-action          PIC X.
               05 FILLER               PIC X.
               05 susp-reason          PIC XX.
               05 FILLER               PIC X.
               05 susp-date            PIC X(8).
               05 FILLER               PIC X.
               05 susp-stats           PIC X(33).
           fd stats-clean.
           01 stats-clean-record       PIC X(33).
           fd suspense-out.
           01 suspense-new-record.
               05 new-action           PIC X.
               05 FILLER               PIC X.
               05 new-reason           PIC XX.
               05 FILLER               PIC X.
               05 new-date             PIC X(8).
               05 FILLER               PIC X.
               05 new-stats            PIC X(33).
      *    the validated-through mark: every stats record dated
      *    before the mark date went through this edit on an earlier
      *    run, and so did the first mark-count records dated on it
           fd val-mark-in.
           01 val-mark-record.
               05 vmark-date           PIC X(8).
               05 FILLER               PIC X.
               05 vmark-count          PIC 9(7).
           fd val-mark-out.
           01 val-mark-new-record.
               05 vmark-new-date       PIC X(8).
               05 FILLER               PIC X.
               05 vmark-new-count      PIC 9(7).
      *    this run's posting batch for HANGPST - a header carrying
      *    the run's date and time, then every record this run
      *    passed or released, in the stats layout
           fd post-batch.
           01 post-batch-record        PIC X(33).
           01 post-header.
               05 post-hdr-id          PIC X(10).
               05 post-hdr-stamp       PIC X(14).
               05 FILLER               PIC X(9).
           fd val-report.
           01 val-record               PIC X(80).
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
           01 answers-status                   pic XX.
           01 suspense-status                  pic XX.
           01 clean-status                     pic XX.
           01 suspense-new-status              pic XX.
           01 report-status                    pic XX.
           01 mark-status                      pic XX.
           01 mark-new-status                  pic XX.
           01 post-status                      pic XX.
           01 eof                              pic A.
           01 i                                pic 9(4).
           01 j                                pic 9(4).
           01 word-count                       pic 9(4) VALUE ZERO.
           01 word-group.
               05 word-entry occurs 1 to 500 times depending on
                          word-count.
                   10 word-table           pic X(10).
                   10 word-difficulty      pic X(6).
                   10 word-category        pic X(10).

      *    the record under edit - a fresh stats record or one
      *    coming back out of suspense, judged the same way
           01 check-record.
               05 check-word               pic X(10).
               05 check-wrong              pic XX.
               05 check-wrong-num redefines check-wrong
                                           pic 99.
               05 check-result             pic X(4).
               05 check-date               pic X(8).
               05 check-date-num redefines check-date
                                           pic 9(8).
               05 check-player             pic X(8).
               05 check-game-type          pic X.

      *    reason codes, in the order the edits run - the first
      *    edit a record fails is the one it is suspended under:
      *      01 word not in the word bank
      *      02 result not WIN or LOSE
      *      03 wrong guesses not numeric or above the tier allows
      *      04 date not a valid YYYYMMDD date
      *      05 date later than today
      *      06 same player, word, and date already booked - or,
      *         for a daily challenge game, a second challenge for
      *         the same player and date whatever the word
      *      07 game type neither blank (ordinary) nor C (challenge)
           01 reason-code                      pic XX.
           01 FILLER                           pic X.
               88  record-good                  VALUE "Y".
               88  record-bad                   VALUE "N".
           01 max-wrong-guesses                pic 99.
           01 word-found                       pic X.
           01 today                            pic X(8).

      *    the mark as this run found it - blank until the first run
      *    has validated the file - and the records dated on it met
      *    so far; today-count is what the new mark carries
           01 mark-date                        pic X(8) VALUE SPACES.
           01 mark-count                       pic 9(7) VALUE ZERO.
           01 mark-day-seen                    pic 9(7) VALUE ZERO.
           01 today-count                      pic 9(7) VALUE ZERO.
           01 FILLER                           pic X.
               88  already-validated            VALUE "Y".
               88  already-validated-not        VALUE "N".

      *    every player/word/date booked clean this run, so a game
      *    written twice is caught however far apart the copies
      *    sit.  a session summary is exempt - two sessions on one
      *    day are two contests, not a double booking.  a challenge
      *    game keys on a blank word, since a player gets one
      *    challenge a day whatever word it turned out to be
           01 key-count                        pic 9(4) VALUE ZERO.
           01 key-group.
               05 key-entry occurs 1 to 5000 times depending on
                          key-count.
                   10 key-player           pic X(8).
                   10 key-word             pic X(10).
                   10 key-date             pic X(8).
                   10 key-game-type        pic X.
           01 key-overflow                     pic X VALUE 'N'.
           01 dup-word                         pic X(10).

           01 read-count                       pic 9(7) VALUE ZERO.
           01 validated-count                  pic 9(7) VALUE ZERO.
           01 passed-count                     pic 9(7) VALUE ZERO.
           01 posting-count                    pic 9(7) VALUE ZERO.
           01 suspended-count                  pic 9(7) VALUE ZERO.
           01 carried-count                    pic 9(7) VALUE ZERO.
           01 released-count                   pic 9(7) VALUE ZERO.
           01 resuspended-count                pic 9(7) VALUE ZERO.
           01 discarded-count                  pic 9(7) VALUE ZERO.
           01 held-count                       pic 9(7) VALUE ZERO.
           01 clean-count                      pic 9(7) VALUE ZERO.
           01 left-count                       pic 9(7) VALUE ZERO.

      *    what the report lists is gathered as the passes run and
      *    printed once both are done, so the summary can lead
           01 exc-count                        pic 9(4) VALUE ZERO.
           01 exc-group.
               05 exc-entry occurs 1 to 2000 times depending on
                          exc-count.
                   10 exc-kind             pic X.
                   10 exc-code             pic XX.
                   10 exc-stats            pic X(33).
           01 exc-overflow                     pic X VALUE 'N'.
           01 exc-kind-wanted                  pic X.

           01 output-line                      pic X(80).
           01 detail-line.
               05 detail-label                 pic X(32).
               05 detail-count                 pic Z,ZZZ,ZZ9.
               05 FILLER                       pic X(39) VALUE SPACES.
           01 exception-line.
               05 excl-code                    pic XX.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 excl-word                    pic X(10).
               05 FILLER                       pic X VALUE SPACE.
               05 excl-wrong                   pic XX.
               05 FILLER                       pic X VALUE SPACE.
               05 excl-result                  pic X(4).
               05 FILLER                       pic X VALUE SPACE.
               05 excl-date                    pic X(8).
               05 FILLER                       pic X VALUE SPACE.
               05 excl-player                  pic X(8).
               05 FILLER                       pic X VALUE SPACE.
               05 excl-game-type               pic X.
               05 FILLER                       pic X VALUE SPACE.
               05 excl-text                    pic X(37).
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start

      *    the bank is required here - without it no word can be
      *    proved playable, and passing everything unproved would
      *    defeat the step
           move 'N' to eof
           open input answers
           if answers-status not = "00"
               display "hangval: cannot open ANSWERS (hangman.txt) -"
                       " file status " answers-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform until eof = 'Y'
               read answers into answers-file
               at end move 'Y' to eof
               not at end
                   if word-count < 500
                       add 1 to word-count
                       move hangman-word to word-table(word-count)
                       move hangman-difficulty
                           to word-difficulty(word-count)
                       move hangman-category
                           to word-category(word-count)
                   else
                       display "hangval: word bank exceeds 500"
                               " entries - ignoring the rest of"
                               " ANSWERS"
                       move 'Y' to eof
                   end-if
               end-read
           end-perform
           close answers

           open input stats-in
           if stats-status not = "00"
               display "hangval: cannot open STATS"
                       " (hangman-stats.txt) - file status "
                       stats-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           open output stats-clean
           if clean-status not = "00"
               display "hangval: cannot open VALSTATS"
                       " (hangman-valstats.txt) - status "
                       clean-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           open output suspense-out
           if suspense-new-status not = "00"
               display "hangval: cannot open SUSPNEW"
                       " (hangman-suspnew.txt) - status "
                       suspense-new-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if

           open output val-mark-out
           if mark-new-status not = "00"
               display "hangval: cannot open VALMKNEW"
                       " (hangman-valmknew.txt) - status "
                       mark-new-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           open output post-batch
           if post-status not = "00"
               display "hangval: cannot open VALPOST"
                       " (hangman-valpost.txt) - status "
                       post-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if

      *    no mark yet (the dataset not there, or allocated empty
      *    and never written) means nothing has been validated, so
      *    the first run edits the whole file and sends it all for
      *    posting.  a mark that is there but cannot be read stops
      *    the run rather than edit and post the history again
           open input val-mark-in
           if mark-status = "00"
               read val-mark-in
                   at end
                       continue
                   not at end
                       move vmark-date to mark-date
                       move vmark-count to mark-count
               end-read
               close val-mark-in
           else
               if mark-status not = "35"
                   display "hangval: cannot open VALMARK"
                           " (hangman-valmark.txt) - status "
                           mark-status
                   move 16 to return-code
                   perform write-run-log
                   goback
               end-if
           end-if

           move function current-date (1:8) to today
           move spaces to post-header
           move "*VALRUN*" to post-hdr-id
           move run-start to post-hdr-stamp
           write post-header

      *    the live detail first.  a record validated on an earlier
      *    run is copied through unedited - the file is in booking
      *    order behind its history, so those are the ones the mark
      *    covers - and a word since deleted or retiered in the bank
      *    cannot pull old games into suspense.  everything booked
      *    since is edited: a clean one is rewritten to the
      *    validated file and sent for posting, and a failing one
      *    goes to suspense under its reason, dated today
           move 'N' to eof
           perform until eof = 'Y'
               read stats-in into stats-record
               at end move 'Y' to eof
               not at end
                   add 1 to read-count
                   move stats-record to check-record
                   perform check-mark
                   if already-validated
                       add 1 to validated-count
                       perform write-clean
                   else
                       perform edit-record
                       if record-good
                           add 1 to passed-count
                           perform write-clean
                           perform write-posting
                       else
                           add 1 to suspended-count
                           move spaces to suspense-new-record
                           move reason-code to new-reason
                           move today to new-date
                           move check-record to new-stats
                           write suspense-new-record
                           move "S" to exc-kind-wanted
                           perform hold-exception
                       end-if
                   end-if
               end-read
           end-perform
           close stats-in

      *    then whatever was left in suspense last time.  no
      *    suspense file is simply nothing carried; a released
      *    record is edited again exactly as a new one - it lands
      *    at the end of the validated file, since its game was
      *    booked before tonight's, and goes for posting with
      *    tonight's new games whatever its date - and one that
      *    still fails goes back with its new reason and its
      *    original suspense date
           open input suspense-in
           if suspense-status = "00"
               move 'N' to eof
               perform until eof = 'Y'
                   read suspense-in into suspense-record
                   at end move 'Y' to eof
                   not at end
                       add 1 to carried-count
                       perform work-suspense
                   end-read
               end-perform
               close suspense-in
           end-if
           close stats-clean
           close suspense-out

      *    the new mark covers the whole validated file: everything
      *    in it is dated today or before, and today-count of it is
      *    dated today.  it only takes effect once the job swaps
      *    the validated file in
           move spaces to val-mark-new-record
           move today to vmark-new-date
           move today-count to vmark-new-count
           write val-mark-new-record
           close val-mark-out
           close post-batch

           open output val-report
           if report-status not = "00"
               display "hangval: cannot open VALRPT"
                       " (hangman-valrpt.txt) - status "
                       report-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform print-report
           close val-report

           display "hangval: " read-count " record(s) read, "
                   validated-count " already validated, "
                   passed-count " passed, "
                   suspended-count " suspended, "
                   released-count " released, "
                   held-count " still held"

      *    anything sitting in suspense holds the run at 4 so the
      *    exceptions get looked at - the validated file is still
      *    good to report from and is swapped in either way
           if suspended-count > 0 or resuspended-count > 0
               or held-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform write-run-log
           goback.

      *    one record carried in from suspense, by its action byte
           work-suspense.
               evaluate susp-action
                   when "D"
                       add 1 to discarded-count
                       move susp-reason to reason-code
                       move susp-stats to check-record
                       move "D" to exc-kind-wanted
                       perform hold-exception
                   when "R"
                       move susp-stats to check-record
                       perform edit-record
                       if record-good
                           add 1 to released-count
                           perform write-clean
                           perform write-posting
                           move susp-reason to reason-code
                           move "R" to exc-kind-wanted
                           perform hold-exception
                       else
                           add 1 to resuspended-count
                           add 1 to held-count
                           move spaces to suspense-new-record
                           move reason-code to new-reason
                           move susp-date to new-date
                           move check-record to new-stats
                           write suspense-new-record
                           move "S" to exc-kind-wanted
                           perform hold-exception
                       end-if
                   when other
                       add 1 to held-count
                       move suspense-record to suspense-new-record
                       move space to new-action
                       write suspense-new-record
               end-evaluate
               .

      *    is check-record behind the mark?  a record with no
      *    usable date never passed the edit, so it never is
           check-mark.
               set already-validated-not to true
               if check-date is numeric and mark-date not = spaces
                   if check-date < mark-date
                       set already-validated to true
                   end-if
                   if check-date = mark-date
                       add 1 to mark-day-seen
                       if mark-day-seen <= mark-count
                           set already-validated to true
                       end-if
                   end-if
               end-if
               .

      *    runs every edit in reason-code order against
      *    check-record; the first failure sets the reason and the
      *    rest are skipped
           edit-record.
               set record-good to true
               move spaces to reason-code
               move 6 to max-wrong-guesses

      *        the tier allowance is the one the game applies to
      *        the word's bank difficulty
               if check-word not = "*SESSION* "
                   move 'N' to word-found
                   perform varying i from 1 by 1 until i > word-count
                       if word-table(i) = check-word
                           move 'Y' to word-found
                           evaluate word-difficulty(i)
                               when "EASY  " move 9 to max-wrong-guesses
                               when "HARD  " move 4 to max-wrong-guesses
                               when other    move 6 to max-wrong-guesses
                           end-evaluate
                           move word-count to i
                       end-if
                   end-perform
                   if word-found = 'N'
                       move "01" to reason-code
                       set record-bad to true
                   end-if
               end-if

               if record-good
                   if check-result not = "WIN " and
                      check-result not = "LOSE"
                       move "02" to reason-code
                       set record-bad to true
                   end-if
               end-if

      *        a game is lost on the miss past the tier's allowance,
      *        so a loss may carry one more than a win ever can.  a
      *        session summary totals every round, so only the
      *        picture is checked
               if record-good
                   if check-wrong is not numeric
                       move "03" to reason-code
                       set record-bad to true
                   else
                       if check-word not = "*SESSION* "
                           if (check-result = "WIN " and
                               check-wrong-num > max-wrong-guesses)
                             or (check-result = "LOSE" and
                               check-wrong-num > max-wrong-guesses + 1)
                               move "03" to reason-code
                               set record-bad to true
                           end-if
                       end-if
                   end-if
               end-if

               if record-good
                   if check-date is not numeric
                       move "04" to reason-code
                       set record-bad to true
                   else
                       if function test-date-yyyymmdd(check-date-num)
                               not = 0
                           move "04" to reason-code
                           set record-bad to true
                       end-if
                   end-if
               end-if

               if record-good
                   if check-date > today
                       move "05" to reason-code
                       set record-bad to true
                   end-if
               end-if

               if record-good and check-word not = "*SESSION* "
                   perform set-dup-word
                   perform varying i from 1 by 1 until i > key-count
                       if key-player(i) = check-player
                           and key-word(i) = dup-word
                           and key-date(i) = check-date
                           and key-game-type(i) = check-game-type
                           move "06" to reason-code
                           set record-bad to true
                           move key-count to i
                       end-if
                   end-perform
               end-if

               if record-good
                   if check-game-type not = space
                       and check-game-type not = "C"
                       move "07" to reason-code
                       set record-bad to true
                   end-if
               end-if
               .

           set-dup-word.
               if check-game-type = "C"
                   move spaces to dup-word
               else
                   move check-word to dup-word
               end-if
               .

           write-clean.
               move check-record to stats-clean-record
               write stats-clean-record
               add 1 to clean-count
               if check-date = today
                   add 1 to today-count
               end-if
               if check-word not = "*SESSION* "
                   if key-count < 5000
                       add 1 to key-count
                       perform set-dup-word
                       move check-player to key-player(key-count)
                       move dup-word to key-word(key-count)
                       move check-date to key-date(key-count)
                       move check-game-type
                           to key-game-type(key-count)
                   else
                       if key-overflow = 'N'
                           move 'Y' to key-overflow
                           display "hangval: more than 5000 games -"
                                   " duplicate check stops at "
                                   check-date
                       end-if
                   end-if
               end-if
               .

           write-posting.
               move check-record to post-batch-record
               write post-batch-record
               add 1 to posting-count
               .

      *    S suspended (new or back again), R released, D discarded
           hold-exception.
               if exc-count < 2000
                   add 1 to exc-count
                   move exc-kind-wanted to exc-kind(exc-count)
                   move reason-code to exc-code(exc-count)
                   move check-record to exc-stats(exc-count)
               else
                   if exc-overflow = 'N'
                       move 'Y' to exc-overflow
                       display "hangval: more than 2000 exceptions -"
                               " report lists the first 2000 only"
                   end-if
               end-if
               .

           print-report.
               move spaces to output-line
               string "HANGMAN STATS VALIDATION"
                      "              AS OF " delimited by size
                      today delimited by size
                      into output-line
               end-string
               perform print-line
               move all "=" to output-line
               perform print-line

               move "SUMMARY" to output-line
               perform print-line
               move "  STATS RECORDS READ:" to detail-label
               move read-count to detail-count
               perform print-detail
               move "  ALREADY VALIDATED, NOT EDITED:" to detail-label
               move validated-count to detail-count
               perform print-detail
               move "  EDITED AND PASSED:" to detail-label
               move passed-count to detail-count
               perform print-detail
               move "  SUSPENDED THIS RUN:" to detail-label
               move suspended-count to detail-count
               perform print-detail
               move "  CARRIED IN FROM SUSPENSE:" to detail-label
               move carried-count to detail-count
               perform print-detail
               move "  RELEASED:" to detail-label
               move released-count to detail-count
               perform print-detail
               move "  RELEASED BUT FAILED AGAIN:" to detail-label
               move resuspended-count to detail-count
               perform print-detail
               move "  DISCARDED:" to detail-label
               move discarded-count to detail-count
               perform print-detail
               move "  LEFT IN SUSPENSE:" to detail-label
               compute left-count = held-count + suspended-count
               move left-count to detail-count
               perform print-detail
               move "  WRITTEN TO VALIDATED STATS:" to detail-label
               move clean-count to detail-count
               perform print-detail
               move "  SENT FOR POSTING:" to detail-label
               move posting-count to detail-count
               perform print-detail

               move "S" to exc-kind-wanted
               move spaces to output-line
               perform print-line
               move "EXCEPTIONS - SUSPENDED" to output-line
               perform print-exceptions
               move "R" to exc-kind-wanted
               move spaces to output-line
               perform print-line
               move "RELEASED FROM SUSPENSE" to output-line
               perform print-exceptions
               move "D" to exc-kind-wanted
               move spaces to output-line
               perform print-line
               move "DISCARDED FROM SUSPENSE" to output-line
               perform print-exceptions
               .

      *    one section of the listing - the title is already in
      *    output-line; a section with nothing in it says so
           print-exceptions.
               perform print-line
               move spaces to output-line
               string "RC  WORD       WR RSLT DATE     PLAYER   T"
                      " REASON" delimited by size into output-line
               end-string
               perform print-line
               move zero to i
               perform varying j from 1 by 1
                       until j > exc-count
                   if exc-kind(j) = exc-kind-wanted
                       add 1 to i
                       perform print-exception-line
                   end-if
               end-perform
               if i = 0
                   move "  NONE" to output-line
                   perform print-line
               end-if
               .

           print-exception-line.
               move spaces to exception-line
               move exc-stats(j) to check-record
               move exc-code(j) to excl-code
               move check-word to excl-word
               move check-wrong to excl-wrong
               move check-result to excl-result
               move check-date to excl-date
               move check-player to excl-player
               move check-game-type to excl-game-type
               evaluate exc-code(j)
                   when "01"
                       move "WORD NOT IN THE WORD BANK" to excl-text
                   when "02"
                       move "RESULT NOT WIN OR LOSE" to excl-text
                   when "03"
                       move "WRONG GUESSES INVALID FOR THE TIER"
                           to excl-text
                   when "04"
                       move "DATE INVALID" to excl-text
                   when "05"
                       move "DATE IN THE FUTURE" to excl-text
                   when "06"
                       move "DUPLICATE PLAYER/WORD/DATE" to excl-text
                   when "07"
                       move "GAME TYPE NOT BLANK OR C" to excl-text
                   when other
                       move spaces to excl-text
               end-evaluate
               move exception-line to output-line
               perform print-line
               .

           print-detail.
               move spaces to output-line
               move detail-line to output-line
               perform print-line
               .

           print-line.
               move output-line to val-record
               write val-record
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
                   display "hangval: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGVAL" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move read-count to log-in
                   move clean-count to log-out
                   move suspended-count to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangval.
