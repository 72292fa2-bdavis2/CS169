       identification division.
       program-id. hangrcl.
       environment division.
           input-output section.
           file-control.
               select rcl-ctl assign to "hangman-rclctl.txt"
               organization is line sequential
               file status is rcl-ctl-status.
               select archive-in assign to "hangman-archive.txt"
               organization is line sequential
               file status is archive-status.
               select recall-stats assign to "hangman-rclstats.txt"
               organization is line sequential
               file status is recall-status.
               select history-in assign to "hangman-history.txt"
               organization is line sequential
               file status is history-status.
               select history-new assign to "hangman-histnew.txt"
               organization is line sequential
               file status is history-new-status.
               select rcl-report assign to "hangman-rclrpt.txt"
               organization is line sequential
               file status is report-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
      *    what to do and to which months: RECALL (1-6) pulls the
      *    months' detail out of the archive into the working stats
      *    file; REBOOK rebuilds the months' history lines from that
      *    working file once it has been corrected.  up to ten
      *    months, YYYYMM, one every seven columns from column 8
           fd rcl-ctl.
           01 rcl-ctl-record.
               05 ctl-function         PIC X(6).
               05 FILLER               PIC X.
               05 ctl-month-entry occurs 10 times.
                   10 ctl-month        PIC X(6).
                   10 FILLER           PIC X.
               05 FILLER               PIC X(3).
           fd archive-in.
           01 archive-record.
               05 arch-word            PIC X(10).
               05 arch-wrong           PIC 99.
               05 arch-result          PIC X(4).
               05 arch-date            PIC X(8).
               05 arch-player          PIC X(8).
               05 arch-game-type       PIC X.
      *    the working stats file - the stats layout exactly, so
      *    HANGRPT and HANGCAL run against it as they stand
           fd recall-stats.
           01 recall-record.
               05 rcl-word             PIC X(10).
               05 rcl-wrong            PIC 99.
               05 rcl-result           PIC X(4).
               05 rcl-date             PIC X(8).
               05 rcl-player           PIC X(8).
               05 rcl-game-type        PIC X.
           fd history-in.
           01 history-record.
               05 hist-month           PIC X(6).
               05 FILLER               PIC X.
               05 hist-games           PIC 9(5).
               05 FILLER               PIC X.
               05 hist-wins            PIC 9(5).
               05 FILLER               PIC X.
               05 hist-losses          PIC 9(5).
               05 FILLER               PIC X.
               05 hist-avg-wrong       PIC 99.99.
           fd history-new.
           01 history-new-record.
               05 new-month            PIC X(6).
               05 FILLER               PIC X.
               05 new-games            PIC 9(5).
               05 FILLER               PIC X.
               05 new-wins             PIC 9(5).
               05 FILLER               PIC X.
               05 new-losses           PIC 9(5).
               05 FILLER               PIC X.
               05 new-avg-wrong        PIC 99.99.
           fd rcl-report.
           01 rcl-record               PIC X(80).
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
           01 rcl-ctl-status                   pic XX.
           01 archive-status                   pic XX.
           01 recall-status                    pic XX.
           01 history-status                   pic XX.
           01 history-new-status               pic XX.
           01 report-status                    pic XX.
           01 run-log-status                   pic XX.
           01 eof                              pic A.
           01 i                                pic 99.
           01 j                                pic 99.
           01 run-start                        pic X(14).
           01 report-date                      pic X(8).
           01 FILLER                           pic X VALUE "N".
               88  rebook-run                   VALUE "Y".
               88  rebook-run-not               VALUE "N".
           01 card-month                       pic X(6).
           01 card-month-num redefines card-month.
               05 card-year                    pic 9(4).
               05 card-mm                      pic 99.

      *    one bucket per month on the card: its history line as it
      *    stands (the before), its archived detail, and - on a
      *    rebook - the corrected detail and the line rebuilt from
      *    it (the after), with how often each history holds it
           01 month-count                      pic 99 VALUE ZERO.
           01 month-group.
               05 month-entry occurs 1 to 10 times depending on
                          month-count.
                   10 month-key            pic X(6).
                   10 hist-hits            pic 9(3).
                   10 before-games         pic 9(5).
                   10 before-wins          pic 9(5).
                   10 before-losses        pic 9(5).
                   10 before-avg           pic 99V99.
                   10 arch-games           pic 9(5).
                   10 arch-wins            pic 9(5).
                   10 arch-losses          pic 9(5).
                   10 arch-wrong-total     pic 9(7).
                   10 after-games          pic 9(5).
                   10 after-wins           pic 9(5).
                   10 after-losses         pic 9(5).
                   10 after-wrong-total    pic 9(7).
                   10 after-avg            pic 99V99.
                   10 new-hits             pic 9(3).
                   10 new-line-bad         pic X.
           01 month-found                      pic X.

           01 archive-count                    pic 9(7) VALUE ZERO.
           01 recalled-count                   pic 9(7) VALUE ZERO.
           01 corrected-count                  pic 9(7) VALUE ZERO.
           01 stray-count                      pic 9(7) VALUE ZERO.
           01 history-count                    pic 9(7) VALUE ZERO.
           01 history-new-count                pic 9(7) VALUE ZERO.
           01 empty-count                      pic 99 VALUE ZERO.

      *    the rebook's proof, each with its own verdict - the same
      *    three proofs HANGBAL makes of an archive run: the counts
      *    add up, every rebuilt line balances and matches a recount
      *    of its detail, and every month is booked exactly once
           01 count-bad                        pic X VALUE 'N'.
           01 rollup-bad                       pic X VALUE 'N'.
           01 history-bad                      pic X VALUE 'N'.
           01 discrepancy-count                pic 9(5) VALUE ZERO.

           01 output-line                      pic X(80).
           01 detail-line.
               05 detail-label                 pic X(30).
               05 detail-count                 pic ZZZ,ZZ9.
               05 FILLER                       pic X(43) VALUE SPACES.
           01 month-line.
               05 month-out-key                pic X(6).
               05 FILLER                       pic X VALUE SPACE.
               05 month-out-label              pic X(20).
               05 month-out-games              pic ZZ,ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 month-out-wins               pic ZZ,ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 month-out-losses             pic ZZ,ZZ9.
               05 FILLER                       pic X(5) VALUE SPACES.
               05 month-out-avg                pic Z9.99.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 month-out-note               pic X(19).
           01 change-line.
               05 FILLER                       pic X(7) VALUE SPACES.
               05 change-label                 pic X(20).
               05 change-games                 pic ++,++9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 change-wins                  pic ++,++9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 change-losses                pic ++,++9.
               05 FILLER                       pic X(4) VALUE SPACES.
               05 change-avg                   pic ++9.99.
               05 FILLER                       pic X(21) VALUE SPACES.
           01 delta-work                       pic S9(5).
           01 delta-avg                        pic S99V99.
           01 avg-work                         pic 99V99.
           procedure division.

           move function current-date (1:14) to run-start
           move run-start (1:8) to report-date

      *    no card, a function it does not know, or a month that is
      *    not a month is never guessed at - the card says exactly
      *    what to pull and what to rebook
           open input rcl-ctl
           if rcl-ctl-status not = "00"
               display "hangrcl: cannot open RCLCTL"
                       " (hangman-rclctl.txt) - status "
                       rcl-ctl-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
           read rcl-ctl into rcl-ctl-record
               at end move 'Y' to eof
           end-read
           close rcl-ctl
           if eof = 'Y'
               display "hangrcl: RCLCTL is empty - nothing to recall"
               move 12 to return-code
               perform write-run-log
               goback
           end-if
           evaluate ctl-function
               when "RECALL"
                   set rebook-run-not to true
               when "REBOOK"
                   set rebook-run to true
               when other
                   display "hangrcl: RCLCTL function '" ctl-function
                           "' is not RECALL or REBOOK"
                   move 12 to return-code
                   perform write-run-log
                   goback
           end-evaluate
           perform varying j from 1 by 1 until j > 10
               if ctl-month(j) not = spaces
                   perform load-card-month
               end-if
           end-perform
           if return-code = 12
               perform write-run-log
               goback
           end-if
           if month-count = 0
               display "hangrcl: RCLCTL names no month"
               move 12 to return-code
               perform write-run-log
               goback
           end-if

      *    the history as it stands is the before picture, either way
           open input history-in
           if history-status not = "00"
               display "hangrcl: cannot open HISTORY"
                       " (hangman-history.txt) - status "
                       history-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
           perform until eof = 'Y'
               read history-in into history-record
               at end move 'Y' to eof
               not at end
                   add 1 to history-count
                   perform tally-history-month
               end-read
           end-perform
           close history-in

      *    the archive generations hold the detail as it was
      *    archived; a recall copies the card's months out of them
           open input archive-in
           if archive-status not = "00"
               display "hangrcl: cannot open ARCHIVE"
                       " (hangman-archive.txt) - status "
                       archive-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           if rebook-run-not
               open output recall-stats
               if recall-status not = "00"
                   display "hangrcl: cannot open RCLSTATS"
                           " (hangman-rclstats.txt) - status "
                           recall-status
                   close archive-in
                   move 16 to return-code
                   perform write-run-log
                   goback
               end-if
           end-if
           move 'N' to eof
           perform until eof = 'Y'
               read archive-in into archive-record
               at end move 'Y' to eof
               not at end
                   add 1 to archive-count
                   perform recall-archive-record
               end-read
           end-perform
           close archive-in
           if rebook-run-not
               close recall-stats
           end-if

           if rebook-run
               perform rebook-months
               if return-code = 16
                   perform write-run-log
                   goback
               end-if
           end-if

           open output rcl-report
           if report-status not = "00"
               display "hangrcl: cannot open RCLRPT"
                       " (hangman-rclrpt.txt) - status "
                       report-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform print-report
           close rcl-report

           if rebook-run
               display "hangrcl: " corrected-count " corrected"
                       " record(s) rebooked into " month-count
                       " month(s), " discrepancy-count
                       " discrepancy(ies) found"
      *        the new history is only good to swap in when the
      *        rebook proved out - anything else holds it back
               if discrepancy-count > 0
                   move 8 to return-code
               else
                   move 0 to return-code
               end-if
           else
               display "hangrcl: " recalled-count " record(s)"
                       " recalled from " archive-count
                       " archived, " empty-count " month(s) with"
                       " no archived detail"
               if empty-count > 0
                   move 4 to return-code
               else
                   move 0 to return-code
               end-if
           end-if
           perform write-run-log
           goback.

      *    one month off the card - a repeat is taken once
           load-card-month.
               move ctl-month(j) to card-month
               if card-month is not numeric
                   display "hangrcl: RCLCTL month '" card-month
                           "' is not YYYYMM"
                   move 12 to return-code
               else
                   if card-mm < 1 or card-mm > 12
                       display "hangrcl: RCLCTL month '" card-month
                               "' is not YYYYMM"
                       move 12 to return-code
                   else
                       move 'N' to month-found
                       perform varying i from 1 by 1
                               until i > month-count
                           if month-key(i) = card-month
                               move 'Y' to month-found
                           end-if
                       end-perform
                       if month-found = 'N'
                           add 1 to month-count
                           move month-count to i
                           move card-month to month-key(i)
                           move zero to hist-hits(i) before-games(i)
                               before-wins(i) before-losses(i)
                               before-avg(i) arch-games(i)
                               arch-wins(i) arch-losses(i)
                               arch-wrong-total(i) after-games(i)
                               after-wins(i) after-losses(i)
                               after-wrong-total(i) after-avg(i)
                               new-hits(i)
                           move 'N' to new-line-bad(i)
                       end-if
                   end-if
               end-if
               .

           tally-history-month.
               perform varying i from 1 by 1 until i > month-count
                   if month-key(i) = hist-month
                       add 1 to hist-hits(i)
                       if hist-games is numeric
                           and hist-wins is numeric
                           and hist-losses is numeric
                           move hist-games to before-games(i)
                           move hist-wins to before-wins(i)
                           move hist-losses to before-losses(i)
                           move hist-avg-wrong to before-avg(i)
                       end-if
                       move month-count to i
                   end-if
               end-perform
               .

      *    one archived record - counted into its month, and on a
      *    recall written to the working file
           recall-archive-record.
               perform varying i from 1 by 1 until i > month-count
                   if month-key(i) = arch-date(1:6)
                       add 1 to arch-games(i)
                       add arch-wrong to arch-wrong-total(i)
                       if arch-result = "WIN "
                           add 1 to arch-wins(i)
                       else
                           add 1 to arch-losses(i)
                       end-if
                       if rebook-run-not
                           move archive-record to recall-record
                           write recall-record
                           add 1 to recalled-count
                       end-if
                       move month-count to i
                   end-if
               end-perform
               .

      *    the corrected working file becomes the months' new
      *    history lines.  the new history is a full copy of the
      *    old with only those lines replaced - never appended to,
      *    so a rebook can neither drop a month nor book one twice
           rebook-months.
               open input recall-stats
               if recall-status not = "00"
                   display "hangrcl: cannot open RCLSTATS"
                           " (hangman-rclstats.txt) - status "
                           recall-status
                   move 16 to return-code
               else
                   move 'N' to eof
                   perform until eof = 'Y'
                       read recall-stats into recall-record
                       at end move 'Y' to eof
                       not at end perform tally-corrected
                       end-read
                   end-perform
                   close recall-stats
                   perform check-before-rebook
                   if discrepancy-count = 0
                       perform write-new-history
                   end-if
                   if discrepancy-count = 0 and return-code not = 16
                       perform prove-new-history
                   end-if
               end-if
               .

      *    one corrected record into its month - a record outside
      *    the card's months (or with no usable date) has nowhere to
      *    be booked, and stops the rebook
           tally-corrected.
               add 1 to corrected-count
               move 'N' to month-found
               if rcl-date is numeric
                   perform varying i from 1 by 1 until i > month-count
                       if month-key(i) = rcl-date(1:6)
                           move 'Y' to month-found
                           add 1 to after-games(i)
                           add rcl-wrong to after-wrong-total(i)
                           if rcl-result = "WIN "
                               add 1 to after-wins(i)
                           else
                               add 1 to after-losses(i)
                           end-if
                           move month-count to i
                       end-if
                   end-perform
               end-if
               if month-found = 'N'
                   add 1 to stray-count
               end-if
               .

      *    a month can only be rebooked over a line that is there
      *    exactly once, and only from detail that is all its own
           check-before-rebook.
               perform varying i from 1 by 1 until i > month-count
                   if hist-hits(i) not = 1
                       move 'Y' to history-bad
                       add 1 to discrepancy-count
                   end-if
                   if after-games(i) = 0
                       move 'Y' to count-bad
                       add 1 to discrepancy-count
                   else
                       compute after-avg(i) rounded =
                           after-wrong-total(i) / after-games(i)
                   end-if
               end-perform
               if stray-count > 0
                   move 'Y' to count-bad
                   add 1 to discrepancy-count
               end-if
               .

           write-new-history.
               open input history-in
               if history-status not = "00"
                   display "hangrcl: cannot open HISTORY"
                           " (hangman-history.txt) - status "
                           history-status
                   move 16 to return-code
               else
                   open output history-new
                   if history-new-status not = "00"
                       display "hangrcl: cannot open HISTNEW"
                               " (hangman-histnew.txt) - status "
                               history-new-status
                       close history-in
                       move 16 to return-code
                   else
                       move 'N' to eof
                       perform until eof = 'Y'
                           read history-in into history-record
                           at end move 'Y' to eof
                           not at end perform copy-history-line
                           end-read
                       end-perform
                       close history-in
                       close history-new
                   end-if
               end-if
               .

           copy-history-line.
               move history-record to history-new-record
               perform varying i from 1 by 1 until i > month-count
                   if month-key(i) = hist-month
                       move spaces to history-new-record
                       move month-key(i) to new-month
                       move after-games(i) to new-games
                       move after-wins(i) to new-wins
                       move after-losses(i) to new-losses
                       move after-avg(i) to new-avg-wrong
                       move month-count to i
                   end-if
               end-perform
               write history-new-record
               .

      *    the proof, made against the new history as written: the
      *    same number of lines as the old, and every rebooked
      *    month in it once, balanced, and agreeing with a recount
      *    of its corrected detail
           prove-new-history.
               open input history-new
               if history-new-status not = "00"
                   display "hangrcl: cannot reopen HISTNEW"
                           " (hangman-histnew.txt) - status "
                           history-new-status
                   move 16 to return-code
               else
                   move 'N' to eof
                   perform until eof = 'Y'
                       read history-new into history-new-record
                       at end move 'Y' to eof
                       not at end perform check-new-line
                       end-read
                   end-perform
                   close history-new
                   if history-new-count not = history-count
                       move 'Y' to count-bad
                       add 1 to discrepancy-count
                   end-if
                   perform varying i from 1 by 1 until i > month-count
                       if new-hits(i) not = 1
                           move 'Y' to history-bad
                           add 1 to discrepancy-count
                       end-if
                       if new-line-bad(i) = 'Y'
                           move 'Y' to rollup-bad
                           add 1 to discrepancy-count
                       end-if
                   end-perform
               end-if
               .

           check-new-line.
               add 1 to history-new-count
               perform varying i from 1 by 1 until i > month-count
                   if month-key(i) = new-month
                       add 1 to new-hits(i)
                       if new-games is not numeric
                           or new-wins is not numeric
                           or new-losses is not numeric
                           move 'Y' to new-line-bad(i)
                       else
                           if new-games not = new-wins + new-losses
                               or new-games not = after-games(i)
                               or new-wins not = after-wins(i)
                               or new-losses not = after-losses(i)
                               move 'Y' to new-line-bad(i)
                           end-if
                       end-if
                       move month-count to i
                   end-if
               end-perform
               .

           print-report.
               move spaces to output-line
               if rebook-run
                   string "HANGMAN ARCHIVE REBOOK - BEFORE AND AFTER"
                          "     RUN DATE " delimited by size
                          report-date delimited by size
                          into output-line
                   end-string
               else
                   string "HANGMAN ARCHIVE RECALL"
                          "                        RUN DATE "
                          delimited by size
                          report-date delimited by size
                          into output-line
                   end-string
               end-if
               perform print-line
               move all "=" to output-line
               perform print-line

               move "ARCHIVED RECORDS READ:        " to detail-label
               move archive-count to detail-count
               perform print-detail
               move "HISTORY LINES:                " to detail-label
               move history-count to detail-count
               perform print-detail
               if rebook-run
                   move "CORRECTED RECORDS READ:       "
                       to detail-label
                   move corrected-count to detail-count
                   perform print-detail
                   if stray-count > 0
                       move "** NOT IN A CARD MONTH:       "
                           to detail-label
                       move stray-count to detail-count
                       perform print-detail
                   end-if
                   move "NEW HISTORY LINES:            "
                       to detail-label
                   move history-new-count to detail-count
                   perform print-detail
               else
                   move "RECORDS RECALLED:             "
                       to detail-label
                   move recalled-count to detail-count
                   perform print-detail
               end-if

               move spaces to output-line
               perform print-line
               move spaces to output-line
               string "MONTH  TOTALS FROM              GAMES"
                      "    WINS  LOSSES  AVGWRONG"
                      delimited by size
                      into output-line
               end-string
               perform print-line
               perform varying i from 1 by 1 until i > month-count
                   perform print-month
               end-perform

               move spaces to output-line
               perform print-line
               move spaces to output-line
               if rebook-run
                   if discrepancy-count = 0
                       string "REBOOK PROVES OUT CLEAN - NEW HISTORY"
                              " READY TO SWAP IN" delimited by size
                              into output-line
                       end-string
                   else
                       string "** " delimited by size
                              discrepancy-count delimited by size
                              " DISCREPANCY(IES) - HISTORY NOT"
                              " REBOOKED" delimited by size
                              into output-line
                       end-string
                   end-if
               else
                   if empty-count = 0
                       move "EVERY MONTH RECALLED" to output-line
                   else
                       string "** " delimited by size
                              empty-count delimited by size
                              " MONTH(S) WITH NO ARCHIVED DETAIL"
                              delimited by size
                              into output-line
                       end-string
                   end-if
               end-if
               perform print-line
               .

      *    one month's before and after - the history line, what
      *    the archive holds for it, and on a rebook the line
      *    rebuilt from the corrected detail and what moved
           print-month.
               move spaces to month-line
               move month-key(i) to month-out-key
               move "HISTORY (BEFORE)" to month-out-label
               evaluate true
                   when hist-hits(i) = 0
                       move "** NOT IN HISTORY" to month-out-note
                   when hist-hits(i) > 1
                       move "** BOOKED TWICE" to month-out-note
                   when other
                       move before-games(i) to month-out-games
                       move before-wins(i) to month-out-wins
                       move before-losses(i) to month-out-losses
                       move before-avg(i) to month-out-avg
               end-evaluate
               move month-line to output-line
               perform print-line

               move spaces to month-line
               move "ARCHIVE DETAIL" to month-out-label
               move arch-games(i) to month-out-games
               move arch-wins(i) to month-out-wins
               move arch-losses(i) to month-out-losses
               if arch-games(i) > 0
                   compute avg-work rounded =
                       arch-wrong-total(i) / arch-games(i)
                   move avg-work to month-out-avg
                   if hist-hits(i) = 1
                       and (arch-games(i) not = before-games(i)
                           or arch-wins(i) not = before-wins(i)
                           or arch-losses(i) not = before-losses(i))
                       move "** DIFFERS" to month-out-note
                   end-if
               else
                   add 1 to empty-count
                   move "** NONE ARCHIVED" to month-out-note
               end-if
               move month-line to output-line
               perform print-line

               if rebook-run
                   move spaces to month-line
                   move "CORRECTED (AFTER)" to month-out-label
                   move after-games(i) to month-out-games
                   move after-wins(i) to month-out-wins
                   move after-losses(i) to month-out-losses
                   move after-avg(i) to month-out-avg
                   evaluate true
                       when after-games(i) = 0
                           move "** NO DETAIL" to month-out-note
                       when new-line-bad(i) = 'Y'
                           move "** LINE DISAGREES" to month-out-note
                       when discrepancy-count = 0
                           move "REBOOKED" to month-out-note
                   end-evaluate
                   move month-line to output-line
                   perform print-line

                   move spaces to change-line
                   move "CHANGE" to change-label
                   compute delta-work =
                       after-games(i) - before-games(i)
                   move delta-work to change-games
                   compute delta-work =
                       after-wins(i) - before-wins(i)
                   move delta-work to change-wins
                   compute delta-work =
                       after-losses(i) - before-losses(i)
                   move delta-work to change-losses
                   compute delta-avg = after-avg(i) - before-avg(i)
                   move delta-avg to change-avg
                   move change-line to output-line
                   perform print-line
               end-if
               .

           print-detail.
               move spaces to output-line
               move detail-label to output-line(1:30)
               move detail-count to output-line(31:7)
               perform print-line
               .

           print-line.
               move output-line to rcl-record
               write rcl-record
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
                   display "hangrcl: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGRCL" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   if rebook-run
                       move corrected-count to log-in
                       move history-new-count to log-out
                       move discrepancy-count to log-rejects
                   else
                       move archive-count to log-in
                       move recalled-count to log-out
                       move empty-count to log-rejects
                   end-if
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangrcl.
