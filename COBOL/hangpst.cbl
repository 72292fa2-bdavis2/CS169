       identification division.
       program-id. hangpst.
       environment division.
           input-output section.
           file-control.
               select post-feed assign to "hangman-postfeed.txt"
               organization is line sequential
               file status is feed-status.
               select player-summary assign to "hangman-plysum.dat"
               organization is indexed
               access mode is dynamic
               record key is sum-player
               file status is summary-status.
               select post-report assign to "hangman-pstrpt.txt"
               organization is line sequential
               file status is report-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
      *    the posting feed - HANGVAL's batches, one per validation
      *    run, appended here until posted: a header with the run's
      *    date and time, then every game that run passed or
      *    released from suspense, in the stats layout
           fd post-feed.
           01 stats-record.
               05 stats-word           PIC X(10).
               05 stats-wrong          PIC 99.
               05 stats-result         PIC X(4).
               05 stats-date           PIC X(8).
               05 stats-player         PIC X(8).
               05 stats-game-type      PIC X.
           01 feed-header.
               05 feed-hdr-id          PIC X(10).
               05 feed-hdr-stamp       PIC X(14).
               05 FILLER               PIC X(9).
      *    the player summary master - one record per player ID,
      *    lifetime figures that outlive the monthly archive.  the
      *    win streaks run in posting order, the same way HANGRPT
      *    runs them through the stats file
           fd player-summary.
           01 summary-record.
               05 sum-player           PIC X(8).
               05 sum-games            PIC 9(7).
               05 sum-wins             PIC 9(7).
               05 sum-losses           PIC 9(7).
               05 sum-wrong            PIC 9(9).
               05 sum-cur-streak       PIC 9(5).
               05 sum-best-streak      PIC 9(5).
               05 sum-last-played      PIC X(8).
               05 FILLER               PIC X(4).
      *    the high-water mark, kept on the master under a key no
      *    player ID can take: the date and time of the latest
      *    validation run whose batch is posted - that batch and
      *    every earlier one are on the master
           01 mark-record.
               05 mark-key             PIC X(8).
               05 mark-stamp           PIC X(14).
               05 mark-run-date        PIC X(8).
               05 mark-total           PIC 9(9).
               05 FILLER               PIC X(21).
           fd post-report.
           01 post-record              PIC X(80).
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
           01 feed-status                      pic XX.
           01 summary-status                   pic XX.
           01 report-status                    pic XX.
           01 run-log-status                   pic XX.
           01 eof                              pic A.
           01 i                                pic 9(4).
           01 run-start                        pic X(14).
           01 report-date                      pic X(8).
           01 mark-id                          pic X(8) VALUE
                   "*POSTED*".

      *    the mark as this run found it, and as it will leave it
           01 old-mark-stamp                   pic X(14) VALUE SPACES.
           01 old-mark-total                   pic 9(9) VALUE ZERO.
           01 new-mark-stamp                   pic X(14) VALUE SPACES.
           01 report-stamp                     pic X(14).
           01 FILLER                           pic X VALUE "N".
               88  batch-new                    VALUE "Y".
               88  batch-new-not                VALUE "N".
           01 FILLER                           pic X VALUE "N".
               88  mark-on-file                 VALUE "Y".
               88  mark-on-file-not             VALUE "N".

           01 read-count                       pic 9(7) VALUE ZERO.
           01 batch-count                      pic 9(5) VALUE ZERO.
           01 passed-count                     pic 9(7) VALUE ZERO.
           01 posted-count                     pic 9(7) VALUE ZERO.
           01 added-count                      pic 9(5) VALUE ZERO.
           01 game-player                      pic X(8).

      *    the players this run touched, listed on the report with
      *    their lifetime figures as they now stand
           01 touched-count                    pic 9(4) VALUE ZERO.
           01 touched-group.
               05 touched-entry occurs 1 to 500 times depending on
                          touched-count.
                   10 touched-player       pic X(8).
           01 touched-found                    pic X.

           01 output-line                      pic X(80).
           01 detail-line.
               05 detail-label                 pic X(26).
               05 detail-count                 pic Z,ZZZ,ZZ9.
               05 FILLER                       pic X(45) VALUE SPACES.
           01 player-line.
               05 player-out-id                pic X(8).
               05 FILLER                       pic X(2) VALUE SPACES.
               05 player-out-games             pic Z,ZZZ,ZZ9.
               05 FILLER                       pic X VALUE SPACE.
               05 player-out-wins              pic Z,ZZZ,ZZ9.
               05 FILLER                       pic X VALUE SPACE.
               05 player-out-losses            pic Z,ZZZ,ZZ9.
               05 FILLER                       pic X VALUE SPACE.
               05 player-out-wrong             pic ZZZ,ZZZ,ZZ9.
               05 FILLER                       pic X VALUE SPACE.
               05 player-out-streak            pic ZZ,ZZ9.
               05 FILLER                       pic X VALUE SPACE.
               05 player-out-best              pic ZZ,ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 player-out-last              pic X(8).
           procedure division.

           move function current-date (1:14) to run-start
           move run-start (1:8) to report-date

      *    the master is defined once and starts empty - the first
      *    run that finds it not there yet starts it, the same way
      *    the run log is started
           open i-o player-summary
           if summary-status = "35"
               open output player-summary
               if summary-status = "00"
                   close player-summary
                   open i-o player-summary
               end-if
           end-if
           if summary-status not = "00"
               display "hangpst: cannot open PLYSUM"
                       " (hangman-plysum.dat) - status "
                       summary-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if

           move mark-id to sum-player
           read player-summary
               invalid key
                   set mark-on-file-not to true
               not invalid key
                   set mark-on-file to true
                   move mark-stamp to old-mark-stamp
                   move mark-total to old-mark-total
           end-read
           move old-mark-stamp to new-mark-stamp

           open input post-feed
           if feed-status not = "00"
               display "hangpst: cannot open POSTFEED"
                       " (hangman-postfeed.txt) - file status "
                       feed-status
               close player-summary
               move 16 to return-code
               perform write-run-log
               goback
           end-if

           open output post-report
           if report-status not = "00"
               display "hangpst: cannot open PSTRPT"
                       " (hangman-pstrpt.txt) - status "
                       report-status
               close post-feed
               close player-summary
               move 16 to return-code
               perform write-run-log
               goback
           end-if

           move 'N' to eof
           perform until eof = 'Y'
               read post-feed
               at end move 'Y' to eof
               not at end
                   perform post-game
               end-read
           end-perform
           close post-feed
           if return-code = 16
               close player-summary
               close post-report
               perform write-run-log
               goback
           end-if

      *    the mark moves only once every batch behind it is on
      *    the master, so a rerun of a finished run - or a batch
      *    appended to the feed twice - finds nothing new to post
           move spaces to mark-record
           move mark-id to mark-key
           move new-mark-stamp to mark-stamp
           move report-date to mark-run-date
           compute mark-total = old-mark-total + posted-count
           if mark-on-file
               rewrite mark-record
           else
               write mark-record
           end-if
           if summary-status not = "00"
               display "hangpst: cannot write the PLYSUM high-water"
                       " mark - status " summary-status
                       " - restore PLYSUM before rerunning"
               close player-summary
               close post-report
               move 16 to return-code
               perform write-run-log
               goback
           end-if

           perform print-report
           close post-report
           close player-summary

           display "hangpst: " read-count " game(s) read in "
                   batch-count " batch(es), "
                   passed-count " already posted, "
                   posted-count " posted"
           display "hangpst: posted through validation run "
                   new-mark-stamp

           move 0 to return-code
           perform write-run-log
           goback.

      *    one feed record against the mark.  a header opens a
      *    batch, new only if its validation run is later than the
      *    last one posted; a game goes on if its batch is new.
      *    the batches are posted whole and in run order, so a
      *    game released from suspense goes on the night it is
      *    released, whatever its date
           post-game.
               if stats-word = "*VALRUN*  "
                   add 1 to batch-count
                   if feed-hdr-stamp > old-mark-stamp
                       set batch-new to true
                       if feed-hdr-stamp > new-mark-stamp
                           move feed-hdr-stamp to new-mark-stamp
                       end-if
                   else
                       set batch-new-not to true
                   end-if
               else
                   add 1 to read-count
                   if batch-new-not
                       add 1 to passed-count
                   else
                       if return-code not = 16
                           perform apply-game
                       end-if
                   end-if
               end-if
               .

      *    one game onto its player's lifetime figures - an ID the
      *    master has never seen starts from nothing, and a blank
      *    (pre-ID) record pools under UNKNOWN as it does on the
      *    leaderboard
           apply-game.
               move stats-player to game-player
               if game-player = spaces
                   move "UNKNOWN" to game-player
               end-if
               move game-player to sum-player
               read player-summary
                   invalid key
                       move spaces to summary-record
                       move game-player to sum-player
                       move zero to sum-games sum-wins sum-losses
                                    sum-wrong sum-cur-streak
                                    sum-best-streak
                       add 1 to added-count
               end-read
               add 1 to sum-games
               add stats-wrong to sum-wrong
               if stats-result = "WIN "
                   add 1 to sum-wins
                   add 1 to sum-cur-streak
                   if sum-cur-streak > sum-best-streak
                       move sum-cur-streak to sum-best-streak
                   end-if
               else
                   add 1 to sum-losses
                   move zero to sum-cur-streak
               end-if
               if stats-date > sum-last-played
                       or sum-last-played = spaces
                   move stats-date to sum-last-played
               end-if
               if summary-status = "23"
                   write summary-record
               else
                   rewrite summary-record
               end-if
               if summary-status not = "00"
                   display "hangpst: cannot post " game-player
                           " to PLYSUM - status " summary-status
                           " - restore PLYSUM before rerunning"
                   move 16 to return-code
               else
                   add 1 to posted-count
                   perform note-touched
               end-if
               .

           note-touched.
               move 'N' to touched-found
               perform varying i from 1 by 1 until i > touched-count
                   if touched-player(i) = game-player
                       move 'Y' to touched-found
                       move touched-count to i
                   end-if
               end-perform
               if touched-found = 'N' and touched-count < 500
                   add 1 to touched-count
                   move game-player to touched-player(touched-count)
               end-if
               .

           print-report.
               move spaces to output-line
               string "HANGMAN PLAYER SUMMARY POSTING"
                      "            RUN DATE " delimited by size
                      report-date delimited by size
                      into output-line
               end-string
               perform print-line
               move all "=" to output-line
               perform print-line

               move "POSTING" to output-line
               perform print-line
               move "  VALIDATION RUNS IN FEED:" to detail-label
               move batch-count to detail-count
               perform print-detail
               move "  GAMES READ:             " to detail-label
               move read-count to detail-count
               perform print-detail
               move "  ALREADY POSTED:         " to detail-label
               move passed-count to detail-count
               perform print-detail
               move "  POSTED THIS RUN:        " to detail-label
               move posted-count to detail-count
               perform print-detail
               move "  NEW PLAYERS:            " to detail-label
               move added-count to detail-count
               perform print-detail
               move spaces to output-line
               move old-mark-stamp to report-stamp
               move "  POSTED THROUGH BEFORE:  " to output-line
               perform print-mark-line
               move new-mark-stamp to report-stamp
               move "  POSTED THROUGH NOW:     " to output-line
               perform print-mark-line

               move spaces to output-line
               perform print-line
               move "PLAYERS POSTED - LIFETIME FIGURES NOW"
                   to output-line
               perform print-line
               move spaces to output-line
               string "PLAYER        GAMES      WINS    LOSSES"
                      "  WRONG GUESS STREAK   BEST  LAST PLAYED"
                      delimited by size
                      into output-line
               end-string
               perform print-line
               perform varying i from 1 by 1 until i > touched-count
                   move touched-player(i) to sum-player
                   read player-summary
                       invalid key
                           move zero to sum-games
                   end-read
                   if summary-status = "00"
                       move spaces to player-line
                       move sum-player to player-out-id
                       move sum-games to player-out-games
                       move sum-wins to player-out-wins
                       move sum-losses to player-out-losses
                       move sum-wrong to player-out-wrong
                       move sum-cur-streak to player-out-streak
                       move sum-best-streak to player-out-best
                       move sum-last-played to player-out-last
                       move player-line to output-line
                       perform print-line
                   end-if
               end-perform
               if touched-count = 0
                   move "  NONE - NOTHING NEW TO POST" to output-line
                   perform print-line
               end-if
               .

      *    a mark as the validation run's date and time - the label
      *    is already in output-line
           print-mark-line.
               if report-stamp = spaces
                   move "NOTHING POSTED YET" to output-line (27:)
               else
                   string "VALIDATION RUN " delimited by size
                          report-stamp (1:8) delimited by size
                          " " delimited by size
                          report-stamp (9:6) delimited by size
                          into output-line (27:)
                   end-string
               end-if
               perform print-line
               .

           print-detail.
               move spaces to output-line
               move detail-line to output-line
               perform print-line
               .

           print-line.
               move output-line to post-record
               write post-record
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
                   display "hangpst: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGPST" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move read-count to log-in
                   move posted-count to log-out
                   move zero to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangpst.
