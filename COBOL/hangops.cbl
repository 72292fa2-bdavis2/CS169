       identification division.
       program-id. hangops.
       environment division.
           input-output section.
           file-control.
               select ops-ctl assign to "hangman-opsctl.txt"
               organization is line sequential
               file status is ops-ctl-status.
               select expected-in assign to "hangman-opsexp.txt"
               organization is line sequential
               file status is expected-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
               select ops-report assign to "hangman-opsrpt.txt"
               organization is line sequential
               file status is report-status.
       data division.
           file section.
      *    the business days to report - absent or blank, the last
      *    business day before the run date alone.  a blank through
      *    date reports the from date alone, and a day on or after
      *    the run date prints NOT CHECKED - DAY IN PROGRESS for its
      *    expected jobs
           fd ops-ctl.
           01 ops-ctl-record.
               05 ctl-from-date        PIC X(8).
               05 FILLER               PIC X.
               05 ctl-thru-date        PIC X(8).
      *    the schedule - one line per job that must run: D every
      *    business day, W on weekday nn (01 = Monday), M on day
      *    nn of the month, Q on day nn of January, April, July,
      *    and October.  a W, M or Q day that falls on a weekend
      *    is due on the business day that follows it
           fd expected-in.
           01 expected-record.
               05 exp-in-program       PIC X(10).
               05 FILLER               PIC X.
               05 exp-in-freq          PIC X.
               05 FILLER               PIC X.
               05 exp-in-day           PIC X(2).
      *    the shop-wide run log - one line per run of every job
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
           fd ops-report.
           01 ops-record               PIC X(80).
       working-storage section.
           01 ops-ctl-status                   pic XX.
           01 expected-status                  pic XX.
           01 run-log-status                   pic XX.
           01 report-status                    pic XX.
           01 eof                              pic A.
           01 i                                pic 9(4).
           01 j                                pic 9(4).
           01 run-start                        pic X(14).
           01 run-date                         pic X(8).
           01 run-date-num redefines run-date  pic 9(8).
           01 from-date                        pic X(8).
           01 from-date-num redefines from-date
                                               pic 9(8).
           01 thru-date                        pic X(8).
           01 thru-date-num redefines thru-date
                                               pic 9(8).

      *    day arithmetic runs on day numbers, where day 1 was a
      *    Monday - so (day number - 1) mod 7 + 1 is the weekday,
      *    1 Monday through 7 Sunday.  Saturday and Sunday are not
      *    business days; the runs logged on them land on the page
      *    of the business day after
           01 run-int                          pic 9(7).
           01 from-int                         pic 9(7).
           01 thru-int                         pic 9(7).
           01 day-int                          pic 9(7).
           01 page-from-int                    pic 9(7).
           01 scan-int                         pic 9(7).
           01 work-int                         pic 9(7).
           01 weekday                          pic 9.
           01 day-names                        pic X(21) VALUE
                   "MONTUEWEDTHUFRISATSUN".
           01 page-date                        pic X(8).
           01 page-date-num redefines page-date
                                               pic 9(8).
           01 page-from-date                   pic X(8).
           01 page-from-num redefines page-from-date
                                               pic 9(8).
           01 scan-date                        pic X(8).
           01 scan-date-num redefines scan-date
                                               pic 9(8).
           01 day-name                         pic X(3).

           01 exp-count                        pic 9(3) VALUE ZERO.
           01 exp-group.
               05 exp-entry occurs 1 to 100 times depending on
                          exp-count.
                   10 exp-program          pic X(10).
                   10 exp-freq             pic X.
                   10 exp-day              pic 99.
                   10 exp-ran              pic X.
                   10 exp-due              pic X.
           01 exp-bad-count                    pic 9(3) VALUE ZERO.
           01 FILLER                           pic X VALUE "N".
               88  schedule-loaded              VALUE "Y".
               88  schedule-loaded-not          VALUE "N".

      *    a page's failed runs, held while its run list prints so
      *    they can be listed again on their own below it
           01 fail-count                       pic 9(3).
           01 fail-group.
               05 fail-entry occurs 200 times pic X(80).
           01 FILLER                           pic X.
               88  run-failed                   VALUE "Y".
               88  run-failed-not               VALUE "N".

           01 page-number                      pic 9(3) VALUE ZERO.
           01 page-runs                        pic 9(5).
           01 page-fails                       pic 9(5).
           01 page-missing                     pic 9(3).
           01 log-read                         pic 9(7) VALUE ZERO.
           01 total-runs                       pic 9(7) VALUE ZERO.
           01 total-fails                      pic 9(7) VALUE ZERO.
           01 total-missing                    pic 9(5) VALUE ZERO.

           01 output-line                      pic X(80).
           01 run-line.
               05 run-out-program              pic X(10).
               05 FILLER                       pic X VALUE SPACE.
               05 run-out-date                 pic X(8).
               05 FILLER                       pic X VALUE SPACE.
               05 run-out-start                pic X(6).
               05 FILLER                       pic X VALUE SPACE.
               05 run-out-end                  pic X(6).
               05 FILLER                       pic X VALUE SPACE.
               05 run-out-rc                   pic X(4).
               05 FILLER                       pic X(2) VALUE SPACES.
               05 run-out-in                   pic ZZZ,ZZZ,ZZ9.
               05 FILLER                       pic X VALUE SPACE.
               05 run-out-out                  pic ZZZ,ZZZ,ZZ9.
               05 FILLER                       pic X VALUE SPACE.
               05 run-out-rejects              pic ZZZ,ZZZ,ZZ9.
               05 FILLER                       pic X VALUE SPACE.
               05 run-out-flag                 pic X(4).
           01 rc-edit                          pic ZZZ9.
           01 missing-line.
               05 FILLER                       pic X(2) VALUE SPACES.
               05 miss-out-program             pic X(10).
               05 FILLER                       pic X(2) VALUE SPACES.
               05 miss-out-schedule            pic X(30).
               05 FILLER                       pic X(36) VALUE SPACES.
           01 day-text                         pic X(2).
           01 total-line.
               05 FILLER                       pic X(6) VALUE "RUNS ".
               05 tot-out-runs                 pic ZZ,ZZ9.
               05 FILLER                       pic X(11)
                       VALUE "    FAILED ".
               05 tot-out-fails                pic ZZ,ZZ9.
               05 FILLER                       pic X(22)
                       VALUE "    EXPECTED NOT RUN ".
               05 tot-out-missing              pic ZZ9.
               05 FILLER                       pic X(26) VALUE SPACES.
           procedure division.

           move function current-date (1:14) to run-start
           move run-start (1:8) to run-date

      *    the default range: the last business day before the run
      *    date, the latest one whose runs are all in - the run
      *    date's own page is still filling while the job runs
           compute run-int = function integer-of-date(run-date-num)
           move run-int to work-int
           perform back-to-business-day
           move work-int to thru-int
           move work-int to from-int

           open input ops-ctl
           if ops-ctl-status = "00"
               move 'N' to eof
               read ops-ctl into ops-ctl-record
                   at end move 'Y' to eof
               end-read
               close ops-ctl
               if eof = 'N' and ctl-from-date not = spaces
                   if ctl-thru-date = spaces
                       move ctl-from-date to ctl-thru-date
                   end-if
                   move ctl-from-date to from-date
                   move ctl-thru-date to thru-date
                   if from-date is not numeric
                       or thru-date is not numeric
                       display "hangops: OPSCTL dates '" from-date
                               "' '" thru-date "' are not YYYYMMDD"
                       move 12 to return-code
                       perform write-run-log
                       goback
                   end-if
                   if function test-date-yyyymmdd(from-date-num)
                           not = 0
                       or function test-date-yyyymmdd(thru-date-num)
                           not = 0
                       or from-date > thru-date
                       display "hangops: OPSCTL dates '" from-date
                               "' '" thru-date "' are not a"
                               " YYYYMMDD range"
                       move 12 to return-code
                       perform write-run-log
                       goback
                   end-if
                   compute from-int =
                       function integer-of-date(from-date-num)
                   compute thru-int =
                       function integer-of-date(thru-date-num)
               end-if
           end-if
           move function date-of-integer(from-int) to from-date-num
           move function date-of-integer(thru-int) to thru-date-num

      *    without the schedule the pages still list every run and
      *    every failure - only the missing-job check is lost
           open input expected-in
           if expected-status = "00"
               set schedule-loaded to true
               move 'N' to eof
               perform until eof = 'Y'
                   read expected-in into expected-record
                   at end move 'Y' to eof
                   not at end
                       if expected-record not = spaces
                           perform load-expected
                       end-if
                   end-read
               end-perform
               close expected-in
           else
               display "hangops: cannot open EXPECTED"
                       " (hangman-opsexp.txt) - status "
                       expected-status " - missing-job check suppressed"
           end-if

           open input run-log
           if run-log-status not = "00"
               display "hangops: cannot open RUNLOG"
                       " (hangman-runlog.txt) - file status "
                       run-log-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           close run-log

           open output ops-report
           if report-status not = "00"
               display "hangops: cannot open OPSRPT"
                       " (hangman-opsrpt.txt) - status "
                       report-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform varying day-int from from-int by 1
                   until day-int > thru-int
               move day-int to work-int
               perform find-weekday
               if weekday <= 5
                   perform print-page
               end-if
           end-perform
           close ops-report

           display "hangops: " page-number " business day(s) from "
                   from-date " through " thru-date ", "
                   total-runs " run(s), " total-fails " failed, "
                   total-missing " expected job(s) not run"

      *    lets the morning check see at a glance whether there is
      *    anything on the pages to chase
           if total-fails > 0 or total-missing > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform write-run-log
           goback.

      *    one schedule line into the table - a line whose frequency
      *    or day cannot be read is reported and left out, rather
      *    than flagging a job missing every day
           load-expected.
               move function upper-case(exp-in-program)
                   to exp-in-program
               move function upper-case(exp-in-freq) to exp-in-freq
               if exp-in-freq = "D"
                   move "00" to exp-in-day
               end-if
               evaluate true
                   when exp-in-program = spaces
                   when exp-in-freq not = "D" and not = "W"
                           and not = "M" and not = "Q"
                   when exp-in-day is not numeric
                       add 1 to exp-bad-count
                       display "hangops: EXPECTED line '"
                               expected-record "' ignored -"
                               " frequency or day not valid"
                   when exp-in-freq = "W"
                           and (exp-in-day < "01" or exp-in-day > "07")
                   when (exp-in-freq = "M" or exp-in-freq = "Q")
                           and (exp-in-day < "01" or exp-in-day > "31")
                       add 1 to exp-bad-count
                       display "hangops: EXPECTED line '"
                               expected-record "' ignored -"
                               " frequency or day not valid"
                   when exp-count >= 100
                       display "hangops: EXPECTED holds more than 100"
                               " jobs - ignoring the rest"
                       move 'Y' to eof
                   when other
                       add 1 to exp-count
                       move exp-in-program to exp-program(exp-count)
                       move exp-in-freq to exp-freq(exp-count)
                       move exp-in-day to exp-day(exp-count)
               end-evaluate
               .

      *    one business day's page.  it covers the runs logged from
      *    the day after the previous business day through this one,
      *    so a weekend's runs are on Monday's page
           print-page.
               add 1 to page-number
               move 0 to page-runs
               move 0 to page-fails
               move 0 to page-missing
               move 0 to fail-count
               move day-int to work-int
               perform back-to-business-day
               compute page-from-int = work-int + 1
               move function date-of-integer(day-int)
                   to page-date-num
               move function date-of-integer(page-from-int)
                   to page-from-num
               move day-int to work-int
               perform find-weekday
               move day-names((weekday - 1) * 3 + 1:3) to day-name
               perform varying i from 1 by 1 until i > exp-count
                   move 'N' to exp-ran(i)
                   move 'N' to exp-due(i)
               end-perform

               move spaces to output-line
               string "HANGMAN OPERATIONS SUMMARY - BUSINESS DAY "
                      delimited by size
                      page-date delimited by size
                      " " delimited by size
                      day-name delimited by size
                      "       PAGE " delimited by size
                      page-number delimited by size
                      into output-line
               end-string
               move output-line to ops-record
               if page-number = 1
                   write ops-record after advancing 1 line
               else
                   write ops-record after advancing page
               end-if
               move all "=" to output-line
               perform print-line

               move spaces to output-line
               if page-from-date = page-date
                   string "RUNS LOGGED ON " delimited by size
                          page-date delimited by size
                          into output-line
                   end-string
               else
                   string "RUNS LOGGED " delimited by size
                          page-from-date delimited by size
                          " THROUGH " delimited by size
                          page-date delimited by size
                          into output-line
                   end-string
               end-if
               perform print-line
               move spaces to output-line
               string "PROGRAM    DATE     START  END      RC"
                      "      RECS IN    RECS OUT     REJECTS"
                      delimited by size
                      into output-line
               end-string
               perform print-line

               open input run-log
               move 'N' to eof
               perform until eof = 'Y'
                   read run-log
                   at end move 'Y' to eof
                   not at end
                       if page-number = 1
                           add 1 to log-read
                       end-if
                       if log-date >= page-from-date
                           and log-date <= page-date
                           perform list-run
                       end-if
                   end-read
               end-perform
               close run-log
               if page-runs = 0
                   move "  NONE - NO RUNS LOGGED" to output-line
                   perform print-line
               end-if

               move spaces to output-line
               perform print-line
               move "FAILED RUNS (RC OVER 4)" to output-line
               perform print-line
               perform varying i from 1 by 1 until i > fail-count
                   move fail-entry(i) to output-line
                   perform print-line
               end-perform
               if page-fails > fail-count
                   move spaces to output-line
                   string "  ... AND MORE - SEE THE RUN LIST ABOVE"
                          delimited by size
                          into output-line
                   end-string
                   perform print-line
               end-if
               if page-fails = 0
                   move "  NONE" to output-line
                   perform print-line
               end-if

               move spaces to output-line
               perform print-line
               move "EXPECTED JOBS NOT RUN" to output-line
               perform print-line
      *        a page dated the run date or later is a day still in
      *        progress - its night's jobs cannot have run yet
               if day-int not < run-int
                   move "  NOT CHECKED - DAY IN PROGRESS"
                       to output-line
                   perform print-line
               else
                   if schedule-loaded
                       perform mark-due
                       perform varying i from 1 by 1 until i > exp-count
                           if exp-due(i) = 'Y' and exp-ran(i) = 'N'
                               add 1 to page-missing
                               perform list-missing
                           end-if
                       end-perform
                       if page-missing = 0
                           move "  NONE" to output-line
                           perform print-line
                       end-if
                   else
                       move "  NOT CHECKED - NO SCHEDULE (EXPECTED)"
                           to output-line
                       perform print-line
                   end-if
               end-if

               move spaces to output-line
               perform print-line
               move page-runs to tot-out-runs
               move page-fails to tot-out-fails
               move page-missing to tot-out-missing
               move total-line to output-line
               perform print-line

               add page-runs to total-runs
               add page-fails to total-fails
               add page-missing to total-missing
               .

      *    one run onto the page.  anything over RC 4 failed - the
      *    same line every job stream's COND tests draw
           list-run.
               add 1 to page-runs
               move spaces to run-line
               move log-program to run-out-program
               move log-date to run-out-date
               move log-start to run-out-start
               move log-end to run-out-end
               set run-failed-not to true
               if log-rc is numeric
                   move log-rc to rc-edit
                   move rc-edit to run-out-rc
                   if log-rc > 4
                       set run-failed to true
                   end-if
               else
                   move "????" to run-out-rc
                   set run-failed to true
               end-if
               if log-in is numeric
                   move log-in to run-out-in
               end-if
               if log-out is numeric
                   move log-out to run-out-out
               end-if
               if log-rejects is numeric
                   move log-rejects to run-out-rejects
               end-if
               if run-failed
                   move "FAIL" to run-out-flag
                   add 1 to page-fails
                   if fail-count < 200
                       add 1 to fail-count
                       move run-line to fail-entry(fail-count)
                   end-if
               end-if
               move run-line to output-line
               perform print-line
               perform varying j from 1 by 1 until j > exp-count
                   if exp-program(j) = log-program
                       move 'Y' to exp-ran(j)
                   end-if
               end-perform
               .

      *    which scheduled jobs fall due on this page - a daily job
      *    every business day, the others when their day is one of
      *    the days the page covers
           mark-due.
               perform varying scan-int from page-from-int by 1
                       until scan-int > day-int
                   move function date-of-integer(scan-int)
                       to scan-date-num
                   move scan-int to work-int
                   perform find-weekday
                   perform varying i from 1 by 1 until i > exp-count
                       evaluate exp-freq(i)
                           when "D"
                               move 'Y' to exp-due(i)
                           when "W"
                               if weekday = exp-day(i)
                                   move 'Y' to exp-due(i)
                               end-if
                           when "M"
                               move exp-day(i) to day-text
                               if scan-date (7:2) = day-text
                                   move 'Y' to exp-due(i)
                               end-if
                           when "Q"
                               move exp-day(i) to day-text
                               if scan-date (7:2) = day-text
                                   and (scan-date (5:2) = "01"
                                       or scan-date (5:2) = "04"
                                       or scan-date (5:2) = "07"
                                       or scan-date (5:2) = "10")
                                   move 'Y' to exp-due(i)
                               end-if
                       end-evaluate
                   end-perform
               end-perform
               .

           list-missing.
               move spaces to missing-line
               move exp-program(i) to miss-out-program
               move exp-day(i) to day-text
               evaluate exp-freq(i)
                   when "D"
                       move "DAILY" to miss-out-schedule
                   when "W"
                       move exp-day(i) to weekday
                       string "WEEKLY - " delimited by size
                              day-names((weekday - 1) * 3 + 1:3)
                                  delimited by size
                              into miss-out-schedule
                       end-string
                   when "M"
                       string "MONTHLY - DAY " delimited by size
                              day-text delimited by size
                              into miss-out-schedule
                       end-string
                   when "Q"
                       string "QUARTERLY - DAY " delimited by size
                              day-text delimited by size
                              into miss-out-schedule
                       end-string
               end-evaluate
               move missing-line to output-line
               perform print-line
               .

           find-weekday.
               compute weekday = function mod(work-int - 1, 7) + 1
               .

      *    steps work-int back to the business day before it
           back-to-business-day.
               subtract 1 from work-int
               perform find-weekday
               perform until weekday <= 5
                   subtract 1 from work-int
                   perform find-weekday
               end-perform
               .

           print-line.
               move output-line to ops-record
               write ops-record after advancing 1 line
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
                   display "hangops: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGOPS" to log-program
                   move run-start (1:8) to log-date
                   move run-start (9:6) to log-start
                   move function current-date (9:6) to log-end
                   move return-code to log-rc
                   move log-read to log-in
                   move page-number to log-out
                   compute log-rejects = total-fails + total-missing
                   write run-log-record
                   close run-log
               end-if
               .

           END PROGRAM hangops.
