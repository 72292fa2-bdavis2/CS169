               select leader-report assign to "hangman-leaderboard.txt"
               organization is line sequential
               file status is leader-status.
               select players assign to "hangman-players.txt"
               organization is line sequential
               file status is players-status.
               select player-summary assign to "hangman-plysum.dat"
               organization is indexed
               access mode is sequential
               record key is sum-player
               file status is summary-status.
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
           fd answers.
           01 answers-file.
               05 hangman-word         PIC X(10).
               05 hangman-category     PIC X(10).
           fd leader-report.
           01 leader-record            PIC X(80).
           fd players.
           01 players-file.
               05 player-id            PIC X(8).
               05 player-reg-name      PIC X(20).
               05 player-dept          PIC X(10).
               05 player-active        PIC X.
               05 player-joined        PIC X(8).
      *    the player summary master HANGPST posts - lifetime
      *    figures per player ID, kept clear of the monthly archive.
      *    the *POSTED* record is its high-water mark, not a player
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
           01 leader-status                    pic XX.
           01 players-status                   pic XX.
           01 eof                              pic A.
           01 i                                pic 9(4).
           01 word-count                       pic 9(4) VALUE ZERO.
                   10 plyr-wins            pic 9(5).
                   10 plyr-cur-streak      pic 9(5).
                   10 plyr-max-streak      pic 9(5).
                   10 plyr-wrong           pic 9(7).
           01 plyr-found                       pic X.
           01 plyr-swap                        pic X.
           01 plyr-hold.
               05 hold-wins                pic 9(5).
               05 hold-cur-streak          pic 9(5).
               05 hold-max-streak          pic 9(5).
               05 hold-wrong               pic 9(7).
           01 game-player                      pic X(8).
           01 summary-status                   pic XX.
           01 FILLER                           pic X VALUE "N".
               88  lifetime-loaded              VALUE "Y".
               88  lifetime-loaded-not          VALUE "N".
           01 j                                pic 9(4).
           01 k                                pic 9(4).
      *    the player registry is optional input, the same as the
      *    word bank - without it the leaderboard still ranks by
      *    ID, it just cannot print names or department standings.
      *    an ID the registry does not hold (the UNKNOWN pool, a
      *    pre-registry ID) stands under UNASSIGNED
           01 reg-count                        pic 9(4) VALUE ZERO.
           01 reg-group.
               05 reg-entry occurs 1 to 500 times depending on
                          reg-count.
                   10 reg-id               pic X(8).
                   10 reg-name             pic X(20).
                   10 reg-dept             pic X(10).
           01 FILLER                           pic X VALUE "N".
               88  registry-loaded              VALUE "Y".
               88  registry-loaded-not          VALUE "N".
           01 plyr-display                     pic X(20).
           01 plyr-dept                        pic X(10).
      *    one bucket per department, built from the player table
      *    once every game is tallied
           01 dept-count                       pic 9(4) VALUE ZERO.
           01 dept-group.
               05 dept-entry occurs 1 to 500 times depending on
                          dept-count.
                   10 dept-name            pic X(10).
                   10 dept-players         pic 9(4).
                   10 dept-games           pic 9(5).
                   10 dept-wins            pic 9(5).
                   10 dept-wrong           pic 9(7).
           01 dept-found                       pic X.
           01 dept-swap                        pic X.
           01 dept-hold.
               05 dhold-name               pic X(10).
               05 dhold-players            pic 9(4).
               05 dhold-games              pic 9(5).
               05 dhold-wins               pic 9(5).
               05 dhold-wrong              pic 9(7).

           01 report-date                      pic X(8).
           01 work-date                        pic 9(8).
               05 FILLER                       pic X(26) VALUE SPACES.
           01 player-line.
               05 player-name                  pic X(8).
               05 FILLER                       pic X VALUE SPACE.
               05 player-display               pic X(20).
               05 FILLER                       pic X(2) VALUE SPACES.
               05 player-games                 pic ZZ,ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 player-wins                  pic ZZ,ZZ9.
               05 player-pct                   pic ZZ9.99.
               05 FILLER                       pic X(4) VALUE SPACES.
               05 player-streak                pic ZZ,ZZ9.
               05 FILLER                       pic X(16) VALUE SPACES.
           01 dept-line.
               05 FILLER                       pic X VALUE SPACE.
               05 dept-rank                    pic ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 dept-out-name                pic X(10).
               05 FILLER                       pic X(3) VALUE SPACES.
               05 dept-out-players             pic ZZ,ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 dept-out-games               pic ZZ,ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 dept-out-wins                pic ZZ,ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 dept-out-losses              pic ZZ,ZZ9.
               05 FILLER                       pic X(3) VALUE SPACES.
               05 dept-out-pct                 pic ZZ9.99.
               05 FILLER                       pic X(5) VALUE SPACES.
               05 dept-out-avg                 pic Z9.99.
               05 FILLER                       pic X(12) VALUE SPACES.
           01 trend-line.
               05 trend-label                  pic X(10).
               05 trend-this                   pic ZZ,ZZ9.
               05 trend-delta                  pic +Z,ZZ9.
               05 FILLER                       pic X VALUE ")".
               05 FILLER                       pic X(30) VALUE SPACES.
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

      *    the word bank is optional input here - without it the
      *    report still totals the stats file, it just cannot break
      *    the games out by difficulty and category
                       " - difficulty/category breakouts suppressed"
           end-if

           move 'N' to eof
           open input players
           if players-status = "00"
               set registry-loaded to true
               perform until eof = 'Y'
                   read players into players-file
                   at end move 'Y' to eof
                   not at end
                       if reg-count < 500
                           add 1 to reg-count
                           move player-id to reg-id(reg-count)
                           move player-reg-name
                               to reg-name(reg-count)
                           move player-dept to reg-dept(reg-count)
                       else
                           display "hangrpt: player registry exceeds"
                                   " 500 entries - ignoring the rest"
                                   " of PLAYERS"
                           move 'Y' to eof
                       end-if
                   end-read
               end-perform
               close players
           else
               display "hangrpt: cannot open PLAYERS"
                       " (hangman-players.txt) - status "
                       players-status
                       " - names and department standings suppressed"
           end-if

           move "EASY"    to diff-name(1)
           move "MEDIUM"  to diff-name(2)
           move "HARD"    to diff-name(3)
                       " (hangman-stats.txt) - file status "
                       stats-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
               display "hangrpt: STATS (hangman-stats.txt) has no"
                       " game records - nothing to report"
               move 20 to return-code
               perform write-run-log
               goback
           end-if

      *    the player ranking stands on lifetime figures from the
      *    summary master, so a player's record survives the month
      *    being archived.  without the master the ranking falls
      *    back to the live stats just tallied
           move 'N' to eof
           open input player-summary
           if summary-status = "00"
               set lifetime-loaded to true
               move zero to plyr-count
               perform until eof = 'Y'
                   read player-summary
                   at end move 'Y' to eof
                   not at end
                       if sum-player not = "*POSTED*"
                           perform load-lifetime
                       end-if
                   end-read
               end-perform
               close player-summary
           else
               display "hangrpt: cannot open PLYSUM"
                       " (hangman-plysum.dat) - status "
                       summary-status
                       " - players ranked from the live stats only"
           end-if

           open output leader-report
           if leader-status not = "00"
               display "hangrpt: cannot open LEADRPT"
                       " (hangman-leaderboard.txt) - status "
                       leader-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform print-report
           close leader-report

           move 0 to return-code
           perform write-run-log
           goback.

      *    rolls one stats record into every total it belongs to:
                   move zero to plyr-wins(i)
                   move zero to plyr-cur-streak(i)
                   move zero to plyr-max-streak(i)
                   move zero to plyr-wrong(i)
                   perform bump-player
               end-if

               end-if
               .

      *    one player's lifetime figures into the player table
           load-lifetime.
               if plyr-count < 500
                   add 1 to plyr-count
                   move sum-player to plyr-name(plyr-count)
                   move sum-games to plyr-games(plyr-count)
                   move sum-wins to plyr-wins(plyr-count)
                   move sum-cur-streak to plyr-cur-streak(plyr-count)
                   move sum-best-streak to plyr-max-streak(plyr-count)
                   move sum-wrong to plyr-wrong(plyr-count)
               else
                   display "hangrpt: player summary exceeds 500"
                           " players - ignoring the rest of PLYSUM"
                   move 'Y' to eof
               end-if
               .

           bump-player.
               add 1 to plyr-games(i)
               add stats-wrong to plyr-wrong(i)
               if stats-result = "WIN "
                   add 1 to plyr-wins(i)
                   add 1 to plyr-cur-streak(i)
               end-perform
               .

      *    the registry name and department for plyr-name(i)
           find-registry.
               move spaces to plyr-display
               move "UNASSIGNED" to plyr-dept
               perform varying k from 1 by 1 until k > reg-count
                   if reg-id(k) = plyr-name(i)
                       move reg-name(k) to plyr-display
                       move reg-dept(k) to plyr-dept
                       move reg-count to k
                   end-if
               end-perform
               .

      *    rolls each player's totals up into their department -
      *    the competition is between departments, so every game
      *    a department's players booked counts toward it
           tally-departments.
               perform varying i from 1 by 1 until i > plyr-count
                   perform find-registry
                   move 'N' to dept-found
                   perform varying j from 1 by 1 until j > dept-count
                       if dept-name(j) = plyr-dept
                           move 'Y' to dept-found
                           add 1 to dept-players(j)
                           add plyr-games(i) to dept-games(j)
                           add plyr-wins(i) to dept-wins(j)
                           add plyr-wrong(i) to dept-wrong(j)
                           move dept-count to j
                       end-if
                   end-perform
                   if dept-found = 'N' and dept-count < 500
                       add 1 to dept-count
                       move plyr-dept to dept-name(dept-count)
                       move 1 to dept-players(dept-count)
                       move plyr-games(i) to dept-games(dept-count)
                       move plyr-wins(i) to dept-wins(dept-count)
                       move plyr-wrong(i) to dept-wrong(dept-count)
                   end-if
               end-perform
               .

      *    departments differ in size, so they stand on win
      *    percentage rather than raw wins - most wins breaking a
      *    tie
           rank-departments.
               move 'Y' to dept-swap
               perform until dept-swap = 'N'
                   move 'N' to dept-swap
                   perform varying i from 1 by 1
                           until i >= dept-count
                       compute j = i + 1
                       if dept-wins(j) * dept-games(i)
                               > dept-wins(i) * dept-games(j)
                           or (dept-wins(j) * dept-games(i)
                                   = dept-wins(i) * dept-games(j)
                               and dept-wins(j) > dept-wins(i))
                           move dept-entry(i) to dept-hold
                           move dept-entry(j) to dept-entry(i)
                           move dept-hold to dept-entry(j)
                           move 'Y' to dept-swap
                       end-if
                   end-perform
               end-perform
               .

           print-report.
               move spaces to output-line
               string "HANGMAN WEEKLY LEADERBOARD"
               perform rank-players
               move spaces to output-line
               perform print-line
               if lifetime-loaded
                   move "BY PLAYER - LIFETIME" to output-line
               else
                   move "BY PLAYER - LIVE STATS ONLY" to output-line
               end-if
               perform print-line
               move spaces to output-line
               string "PLAYER   NAME                   GAMES    WINS"
                      "   WINPCT    STREAK" delimited by size
                      into output-line
               end-string
               perform print-line
               perform varying i from 1 by 1 until i > plyr-count
                   move spaces to player-line
                   move plyr-name(i) to player-name
                   perform find-registry
                   move plyr-display to player-display
                   move plyr-games(i) to player-games
                   move plyr-wins(i) to player-wins
                   compute pct-work rounded =
                   perform print-line
               end-perform

               if registry-loaded
                   perform tally-departments
                   perform rank-departments
                   move spaces to output-line
                   perform print-line
                   move "DEPARTMENT STANDINGS" to output-line
                   perform print-line
                   move spaces to output-line
                   string "RANK  DEPARTMENT  PLAYERS   GAMES    WINS"
                          "  LOSSES   WINPCT  AVGWRONG"
                          delimited by size
                          into output-line
                   end-string
                   perform print-line
                   perform varying i from 1 by 1 until i > dept-count
                       move spaces to dept-line
                       move i to dept-rank
                       move dept-name(i) to dept-out-name
                       move dept-players(i) to dept-out-players
                       move dept-games(i) to dept-out-games
                       move dept-wins(i) to dept-out-wins
                       compute delta-work =
                           dept-games(i) - dept-wins(i)
                       move delta-work to dept-out-losses
                       compute pct-work rounded =
                           dept-wins(i) * 100 / dept-games(i)
                       move pct-work to dept-out-pct
                       compute avg-work rounded =
                           dept-wrong(i) / dept-games(i)
                       move avg-work to dept-out-avg
                       move dept-line to output-line
                       perform print-line
                   end-perform
               end-if

               move spaces to output-line
               perform print-line
               move "BY DIFFICULTY" to output-line
               write leader-record
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
                       display "hangrpt: the last archive proof"
                               " (HANGBAL) ended RC " bal-rc
                               " - report held until it proves out"
                       set prerequisite-met-not to true
                   end-if
                   if prerequisite-met and arch-seq > bal-seq
                       display "hangrpt: the last archive split"
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
                   display "hangrpt: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGRPT" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move game-count to log-in
                   move plyr-count to log-out
                   move zero to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangrpt.
