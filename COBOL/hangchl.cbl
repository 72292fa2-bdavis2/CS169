       identification division.
       program-id. hangchl.
       environment division.
           input-output section.
           file-control.
               select chl-ctl assign to "hangman-chlctl.txt"
               organization is line sequential
               file status is chl-ctl-status.
               select stats-in assign to "hangman-stats.txt"
               organization is line sequential
               file status is stats-status.
               select players assign to "hangman-players.txt"
               organization is line sequential
               file status is players-status.
               select chl-report assign to "hangman-chlrpt.txt"
               organization is line sequential
               file status is report-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
      *    the day to report - the run date when the card is absent
      *    or blank, so the nightly run reports the day just played
      *    and a rerun can name the day it is standing in for
           fd chl-ctl.
           01 chl-ctl-record.
               05 ctl-report-date      PIC X(8).
           fd stats-in.
           01 stats-record.
               05 stats-word           PIC X(10).
               05 stats-wrong          PIC 99.
               05 stats-result         PIC X(4).
               05 stats-date           PIC X(8).
               05 stats-player         PIC X(8).
               05 stats-game-type      PIC X.
           fd players.
           01 players-file.
               05 player-id            PIC X(8).
               05 player-reg-name      PIC X(20).
               05 player-dept          PIC X(10).
               05 player-active        PIC X.
               05 player-joined        PIC X(8).
           fd chl-report.
           01 chl-record               PIC X(80).
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
           01 chl-ctl-status                   pic XX.
           01 stats-status                     pic XX.
           01 players-status                   pic XX.
           01 report-status                    pic XX.
           01 eof                              pic A.
           01 i                                pic 9(4).
           01 j                                pic 9(4).
           01 k                                pic 9(4).
           01 report-date                      pic X(8).
           01 report-date-num redefines report-date
                                               pic 9(8).
           01 month-start                      pic X(8).
           01 stats-read                       pic 9(7) VALUE ZERO.

      *    the player registry is optional, as it is for the
      *    leaderboard - without it the tables rank by ID alone
           01 reg-count                        pic 9(4) VALUE ZERO.
           01 reg-group.
               05 reg-entry occurs 1 to 500 times depending on
                          reg-count.
                   10 reg-id               pic X(8).
                   10 reg-name             pic X(20).
           01 plyr-display                     pic X(20).
           01 lookup-id                        pic X(8).

      *    every challenge game booked on the report date - one per
      *    player, the game having refused a second
           01 day-count                        pic 9(4) VALUE ZERO.
           01 day-group.
               05 day-entry occurs 1 to 500 times depending on
                          day-count.
                   10 day-player           pic X(8).
                   10 day-word             pic X(10).
                   10 day-result           pic X(4).
                   10 day-wrong            pic 99.
           01 day-hold.
               05 dhold-player             pic X(8).
               05 dhold-word               pic X(10).
               05 dhold-result             pic X(4).
               05 dhold-wrong              pic 99.
           01 day-overflow                     pic X VALUE 'N'.

      *    the month-to-date table - one bucket per player who has
      *    played a challenge from the first of the month through
      *    the report date
           01 mtd-count                        pic 9(4) VALUE ZERO.
           01 mtd-group.
               05 mtd-entry occurs 1 to 500 times depending on
                          mtd-count.
                   10 mtd-player           pic X(8).
                   10 mtd-played           pic 9(5).
                   10 mtd-wins             pic 9(5).
                   10 mtd-wrong            pic 9(7).
           01 mtd-hold.
               05 mhold-player             pic X(8).
               05 mhold-played             pic 9(5).
               05 mhold-wins               pic 9(5).
               05 mhold-wrong              pic 9(7).
           01 mtd-found                        pic X.
           01 mtd-overflow                     pic X VALUE 'N'.
           01 swap-flag                        pic X.
           01 rank-number                      pic 9(4).
           01 avg-work                         pic 99V99.

           01 output-line                      pic X(80).
           01 day-line.
               05 FILLER                       pic X VALUE SPACE.
               05 day-rank                     pic ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 day-out-player               pic X(8).
               05 FILLER                       pic X VALUE SPACE.
               05 day-out-name                 pic X(20).
               05 FILLER                       pic X(2) VALUE SPACES.
               05 day-out-word                 pic X(10).
               05 FILLER                       pic X(2) VALUE SPACES.
               05 day-out-result               pic X(4).
               05 FILLER                       pic X(7) VALUE SPACES.
               05 day-out-wrong                pic Z9.
               05 FILLER                       pic X(18) VALUE SPACES.
           01 mtd-line.
               05 FILLER                       pic X VALUE SPACE.
               05 mtd-rank                     pic ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 mtd-out-player               pic X(8).
               05 FILLER                       pic X VALUE SPACE.
               05 mtd-out-name                 pic X(20).
               05 FILLER                       pic X(2) VALUE SPACES.
               05 mtd-out-played               pic ZZ,ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 mtd-out-wins                 pic ZZ,ZZ9.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 mtd-out-losses               pic ZZ,ZZ9.
               05 FILLER                       pic X(5) VALUE SPACES.
               05 mtd-out-avg                  pic Z9.99.
               05 FILLER                       pic X(11) VALUE SPACES.
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start

           move function current-date (1:8) to report-date
           open input chl-ctl
           if chl-ctl-status = "00"
               move 'N' to eof
               read chl-ctl into chl-ctl-record
                   at end move 'Y' to eof
               end-read
               close chl-ctl
               if eof = 'N' and ctl-report-date not = spaces
                   if ctl-report-date is not numeric
                       display "hangchl: CHLCTL report date '"
                               ctl-report-date "' is not a"
                               " YYYYMMDD date"
                       move 12 to return-code
                       perform write-run-log
                       goback
                   end-if
                   move ctl-report-date to report-date
                   if function test-date-yyyymmdd(report-date-num)
                           not = 0
                       display "hangchl: CHLCTL report date '"
                               ctl-report-date "' is not a"
                               " YYYYMMDD date"
                       move 12 to return-code
                       perform write-run-log
                       goback
                   end-if
               end-if
           end-if
           move report-date to month-start
           move "01" to month-start (7:2)

           move 'N' to eof
           open input players
           if players-status = "00"
               perform until eof = 'Y'
                   read players into players-file
                   at end move 'Y' to eof
                   not at end
                       if reg-count < 500
                           add 1 to reg-count
                           move player-id to reg-id(reg-count)
                           move player-reg-name
                               to reg-name(reg-count)
                       else
                           display "hangchl: player registry exceeds"
                                   " 500 entries - ignoring the rest"
                                   " of PLAYERS"
                           move 'Y' to eof
                       end-if
                   end-read
               end-perform
               close players
           else
               display "hangchl: cannot open PLAYERS"
                       " (hangman-players.txt) - status "
                       players-status " - names suppressed"
           end-if

           open input stats-in
           if stats-status not = "00"
               display "hangchl: cannot open STATS"
                       " (hangman-stats.txt) - file status "
                       stats-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           move 'N' to eof
           perform until eof = 'Y'
               read stats-in into stats-record
               at end move 'Y' to eof
               not at end
                   add 1 to stats-read
                   if stats-game-type = "C"
                       perform tally-challenge
                   end-if
               end-read
           end-perform
           close stats-in

           perform rank-day
           perform rank-month

           open output chl-report
           if report-status not = "00"
               display "hangchl: cannot open CHLRPT"
                       " (hangman-chlrpt.txt) - status "
                       report-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform print-report
           close chl-report

           display "hangchl: " stats-read " stats record(s) read, "
                   day-count " challenge game(s) on " report-date

      *    a day nobody played still prints the month table, but
      *    flags the run so an empty board is not posted unread
           if day-count = 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform write-run-log
           goback.

      *    one challenge game into the day's list (if it is the
      *    report date) and the month-to-date table (if it falls
      *    from the first of the month through the report date)
           tally-challenge.
               if stats-date = report-date
                   if day-count < 500
                       add 1 to day-count
                       move stats-player to day-player(day-count)
                       move stats-word to day-word(day-count)
                       move stats-result to day-result(day-count)
                       move stats-wrong to day-wrong(day-count)
                   else
                       if day-overflow = 'N'
                           move 'Y' to day-overflow
                           display "hangchl: more than 500 challenge"
                                   " games on " report-date
                                   " - the rest are not ranked"
                       end-if
                   end-if
               end-if

               if stats-date >= month-start
                   and stats-date <= report-date
                   move 'N' to mtd-found
                   perform varying i from 1 by 1 until i > mtd-count
                       if mtd-player(i) = stats-player
                           move 'Y' to mtd-found
                           perform bump-month
                           move mtd-count to i
                       end-if
                   end-perform
                   if mtd-found = 'N'
                       if mtd-count < 500
                           add 1 to mtd-count
                           move mtd-count to i
                           move stats-player to mtd-player(i)
                           move zero to mtd-played(i)
                           move zero to mtd-wins(i)
                           move zero to mtd-wrong(i)
                           perform bump-month
                       else
                           if mtd-overflow = 'N'
                               move 'Y' to mtd-overflow
                               display "hangchl: more than 500"
                                       " challenge players this"
                                       " month - the rest are not"
                                       " ranked"
                           end-if
                       end-if
                   end-if
               end-if
               .

           bump-month.
               add 1 to mtd-played(i)
               add stats-wrong to mtd-wrong(i)
               if stats-result = "WIN "
                   add 1 to mtd-wins(i)
               end-if
               .

      *    the day's order: every win ahead of every loss, then the
      *    fewest wrong guesses
           rank-day.
               move 'Y' to swap-flag
               perform until swap-flag = 'N'
                   move 'N' to swap-flag
                   perform varying i from 1 by 1
                           until i >= day-count
                       compute j = i + 1
                       if (day-result(j) = "WIN "
                               and day-result(i) not = "WIN ")
                           or (day-result(j) = day-result(i)
                               and day-wrong(j) < day-wrong(i))
                           move day-entry(i) to day-hold
                           move day-entry(j) to day-entry(i)
                           move day-hold to day-entry(j)
                           move 'Y' to swap-flag
                       end-if
                   end-perform
               end-perform
               .

      *    the month's order: most challenge wins, then the fewest
      *    wrong guesses in total
           rank-month.
               move 'Y' to swap-flag
               perform until swap-flag = 'N'
                   move 'N' to swap-flag
                   perform varying i from 1 by 1
                           until i >= mtd-count
                       compute j = i + 1
                       if mtd-wins(j) > mtd-wins(i)
                           or (mtd-wins(j) = mtd-wins(i)
                               and mtd-wrong(j) < mtd-wrong(i))
                           move mtd-entry(i) to mtd-hold
                           move mtd-entry(j) to mtd-entry(i)
                           move mtd-hold to mtd-entry(j)
                           move 'Y' to swap-flag
                       end-if
                   end-perform
               end-perform
               .

      *    the registry name for lookup-id, blank when it holds none
           find-registry.
               move spaces to plyr-display
               perform varying k from 1 by 1 until k > reg-count
                   if reg-id(k) = lookup-id
                       move reg-name(k) to plyr-display
                       move reg-count to k
                   end-if
               end-perform
               .

           print-report.
               move spaces to output-line
               string "HANGMAN DAILY CHALLENGE"
                      "                        AS OF "
                      delimited by size
                      report-date delimited by size
                      into output-line
               end-string
               perform print-line
               move all "=" to output-line
               perform print-line

               move spaces to output-line
               string "CHALLENGE OF " delimited by size
                      report-date delimited by size
                      into output-line
               end-string
               perform print-line
               move spaces to output-line
               string "RANK  PLAYER   NAME                  WORD"
                      "        RESULT  WRONG" delimited by size
                      into output-line
               end-string
               perform print-line
      *        players level on result and wrong guesses share a
      *        rank, and the next rank skips past them
               perform varying i from 1 by 1 until i > day-count
                   if i = 1
                       move 1 to rank-number
                   else
                       compute j = i - 1
                       if day-result(i) not = day-result(j)
                           or day-wrong(i) not = day-wrong(j)
                           move i to rank-number
                       end-if
                   end-if
                   move spaces to day-line
                   move rank-number to day-rank
                   move day-player(i) to day-out-player
                   move day-player(i) to lookup-id
                   perform find-registry
                   move plyr-display to day-out-name
                   move day-word(i) to day-out-word
                   move day-result(i) to day-out-result
                   move day-wrong(i) to day-out-wrong
                   move day-line to output-line
                   perform print-line
               end-perform
               if day-count = 0
                   move "  NONE - NO CHALLENGE GAMES BOOKED THAT DAY"
                       to output-line
                   perform print-line
               end-if

               move spaces to output-line
               perform print-line
               move spaces to output-line
               string "MONTH TO DATE - " delimited by size
                      month-start delimited by size
                      " THROUGH " delimited by size
                      report-date delimited by size
                      into output-line
               end-string
               perform print-line
               move spaces to output-line
               string "RANK  PLAYER   NAME                  PLAYED"
                      "    WINS  LOSSES  AVGWRONG" delimited by size
                      into output-line
               end-string
               perform print-line
               perform varying i from 1 by 1 until i > mtd-count
                   if i = 1
                       move 1 to rank-number
                   else
                       compute j = i - 1
                       if mtd-wins(i) not = mtd-wins(j)
                           or mtd-wrong(i) not = mtd-wrong(j)
                           move i to rank-number
                       end-if
                   end-if
                   move spaces to mtd-line
                   move rank-number to mtd-rank
                   move mtd-player(i) to mtd-out-player
                   move mtd-player(i) to lookup-id
                   perform find-registry
                   move plyr-display to mtd-out-name
                   move mtd-played(i) to mtd-out-played
                   move mtd-wins(i) to mtd-out-wins
                   compute j = mtd-played(i) - mtd-wins(i)
                   move j to mtd-out-losses
                   compute avg-work rounded =
                       mtd-wrong(i) / mtd-played(i)
                   move avg-work to mtd-out-avg
                   move mtd-line to output-line
                   perform print-line
               end-perform
               if mtd-count = 0
                   move "  NONE - NO CHALLENGE GAMES BOOKED THIS MONTH"
                       to output-line
                   perform print-line
               end-if
               .

           print-line.
               move output-line to chl-record
               write chl-record
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
                   display "hangchl: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGCHL" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move stats-read to log-in
                   move day-count to log-out
                   move zero to log-rejects
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangchl.
