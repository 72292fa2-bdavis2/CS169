       identification division.
       program-id. hangplm.
       environment division.
           input-output section.
           file-control.
               select players assign to "hangman-players.txt"
               organization is line sequential
               file status is players-status.
               select trans-in assign to "hangman-plytrans.txt"
               organization is line sequential
               file status is trans-status.
               select players-new assign to "hangman-plynew.txt"
               organization is line sequential
               file status is players-new-status.
               select rejects-out assign to "hangman-plyrej.txt"
               organization is line sequential
               file status is rejects-status.
               select audit-out assign to "hangman-plyaudit.txt"
               organization is line sequential
               file status is audit-status.
               select run-log assign to "hangman-runlog.txt"
               organization is line sequential
               file status is run-log-status.
       data division.
           file section.
      *    the player registry - one line per player ID ever issued.
      *    a player who leaves is deactivated, never deleted, so the
      *    stats already booked under the ID keep a name to report
      *    under
           fd players.
           01 players-file.
               05 player-id            PIC X(8).
               05 player-name          PIC X(20).
               05 player-dept          PIC X(10).
               05 player-active        PIC X.
               05 player-joined        PIC X(8).
           fd trans-in.
           01 trans-record.
               05 trans-action         PIC X(6).
               05 trans-id             PIC X(8).
               05 trans-name           PIC X(20).
               05 trans-dept           PIC X(10).
               05 trans-user           PIC X(8).
           fd players-new.
           01 players-new-file.
               05 new-id               PIC X(8).
               05 new-name             PIC X(20).
               05 new-dept             PIC X(10).
               05 new-active           PIC X.
               05 new-joined           PIC X(8).
           fd rejects-out.
           01 reject-record.
               05 reject-reason        PIC XX.
               05 FILLER               PIC X VALUE SPACE.
               05 reject-trans         PIC X(52).
           fd audit-out.
           01 audit-record.
               05 audit-date           PIC X(8).
               05 FILLER               PIC X VALUE SPACE.
               05 audit-time           PIC X(6).
               05 FILLER               PIC X VALUE SPACE.
               05 audit-user           PIC X(8).
               05 FILLER               PIC X VALUE SPACE.
               05 audit-action         PIC X(6).
               05 FILLER               PIC X VALUE SPACE.
               05 audit-id             PIC X(8).
               05 FILLER               PIC X VALUE SPACE.
               05 audit-name           PIC X(20).
               05 FILLER               PIC X VALUE SPACE.
               05 audit-dept           PIC X(10).
               05 FILLER               PIC X VALUE SPACE.
               05 audit-active         PIC X.
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
           01 players-status                   pic XX.
           01 trans-status                     pic XX.
           01 players-new-status               pic XX.
           01 rejects-status                   pic XX.
           01 audit-status                     pic XX.
           01 eof                              pic A.
           01 i                                pic 9(4).
           01 plyr-count                       pic 9(4) VALUE ZERO.
           01 plyr-group.
               05 plyr-entry occurs 1 to 500 times depending on
                          plyr-count.
                   10 plyr-id              pic X(8).
                   10 plyr-name            pic X(20).
                   10 plyr-dept            pic X(10).
                   10 plyr-active          pic X.
                   10 plyr-joined          pic X(8).

           01 trans-count                      pic 9(5) VALUE ZERO.
           01 applied-count                    pic 9(5) VALUE ZERO.
           01 reject-count                     pic 9(5) VALUE ZERO.
           01 found-index                      pic 9(4).
           01 id-length                        pic 99.

      *    reject reason codes, in the order the edits run:
      *      01 unknown action
      *      02 ID blank, reserved, or not 1-8 letters and digits
      *      03 blank name on ADD  04 blank dept on ADD
      *      05 duplicate ID on ADD
      *      06 ID not found       07 registry is full
      *      08 already inactive on DEACT / active on REACT
      *      09 CHANGE carries no new name or department
           01 reason-code                      pic XX.
           01 FILLER                           pic X.
               88  trans-good                   VALUE "Y".
               88  trans-bad                    VALUE "N".

           01 stamp                            pic X(14).
           01 run-log-status                   pic XX.
           01 run-start                        pic X(14).
           procedure division.

           move function current-date (1:14) to run-start

           move 'N' to eof
           open input players
           if players-status not = "00"
               display "hangplm: cannot open PLAYERS"
                       " (hangman-players.txt) - file status "
                       players-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform until eof = 'Y'
               read players into players-file
               at end move 'Y' to eof
               not at end
                   if plyr-count < 500
                       add 1 to plyr-count
                       move player-id     to plyr-id(plyr-count)
                       move player-name   to plyr-name(plyr-count)
                       move player-dept   to plyr-dept(plyr-count)
                       move player-active to plyr-active(plyr-count)
                       move player-joined to plyr-joined(plyr-count)
                   else
                       display "hangplm: player registry exceeds 500"
                               " entries - ignoring the rest of"
                               " PLAYERS"
                       move 'Y' to eof
                   end-if
               end-read
           end-perform
           close players

           open input trans-in
           if trans-status not = "00"
               display "hangplm: cannot open TRANS"
                       " (hangman-plytrans.txt) - file status "
                       trans-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           open output rejects-out
           if rejects-status not = "00"
               display "hangplm: cannot open REJECTS"
                       " (hangman-plyrej.txt) - status "
                       rejects-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           open extend audit-out
           if audit-status not = "00"
               open output audit-out
               if audit-status not = "00"
                   display "hangplm: cannot open AUDIT"
                           " (hangman-plyaudit.txt) - status "
                           audit-status
                   move 16 to return-code
                   perform write-run-log
                   goback
               end-if
           end-if

           move function current-date (1:14) to stamp

           move 'N' to eof
           perform until eof = 'Y'
               read trans-in into trans-record
               at end move 'Y' to eof
               not at end
                   add 1 to trans-count
                   perform apply-transaction
               end-read
           end-perform
           close trans-in
           close rejects-out
           close audit-out

           open output players-new
           if players-new-status not = "00"
               display "hangplm: cannot open NEWPLYR"
                       " (hangman-plynew.txt) - status "
                       players-new-status
               move 16 to return-code
               perform write-run-log
               goback
           end-if
           perform varying i from 1 by 1 until i > plyr-count
               move plyr-id(i)     to new-id
               move plyr-name(i)   to new-name
               move plyr-dept(i)   to new-dept
               move plyr-active(i) to new-active
               move plyr-joined(i) to new-joined
               write players-new-file
           end-perform
           close players-new

           display "hangplm: " trans-count " transaction(s) read, "
                   applied-count " applied, "
                   reject-count " rejected"

      *    the same hold-the-swap convention the word bank job uses
           if reject-count > 0
               move 4 to return-code
           else
               move 0 to return-code
           end-if
           perform write-run-log
           goback.

      *    runs every edit against one transaction, then applies it
      *    to the in-core registry - a transaction that fails any
      *    edit goes to the rejects file with its reason code and
      *    touches nothing.  the ID is the key the game prompts for
      *    and the stats carry, so it is folded the same way the
      *    game folds what a player types
           apply-transaction.
               move function upper-case(trans-action) to trans-action
               move function upper-case(trans-id) to trans-id
               move function upper-case(trans-dept) to trans-dept
               set trans-good to true
               move spaces to reason-code

               if trans-action not = "ADD   "
                   and trans-action not = "CHANGE"
                   and trans-action not = "DEACT "
                   and trans-action not = "REACT "
                   move "01" to reason-code
                   set trans-bad to true
               end-if

               if trans-good
                   if trans-action = "ADD   "
                       perform edit-id
                   else
                       if trans-id = spaces
                           move "02" to reason-code
                           set trans-bad to true
                       end-if
                   end-if
               end-if

               if trans-good and trans-action = "ADD   "
                   if trans-name = spaces
                       move "03" to reason-code
                       set trans-bad to true
                   end-if
               end-if

               if trans-good and trans-action = "ADD   "
                   if trans-dept = spaces
                       move "04" to reason-code
                       set trans-bad to true
                   end-if
               end-if

               if trans-good
                   move zero to found-index
                   perform varying i from 1 by 1 until i > plyr-count
                       if plyr-id(i) = trans-id
                           move i to found-index
                           move plyr-count to i
                       end-if
                   end-perform
                   if trans-action = "ADD   " and found-index > 0
                       move "05" to reason-code
                       set trans-bad to true
                   end-if
                   if trans-action not = "ADD   "
                       and found-index = 0
                       move "06" to reason-code
                       set trans-bad to true
                   end-if
               end-if

               if trans-good and trans-action = "ADD   "
                   and plyr-count >= 500
                   move "07" to reason-code
                   set trans-bad to true
               end-if

               if trans-good and trans-action = "DEACT "
                   if plyr-active(found-index) = "I"
                       move "08" to reason-code
                       set trans-bad to true
                   end-if
               end-if
               if trans-good and trans-action = "REACT "
                   if plyr-active(found-index) = "A"
                       move "08" to reason-code
                       set trans-bad to true
                   end-if
               end-if

      *        CHANGE follows the blank-means-unchanged rule, so a
      *        transaction with both fields blank would audit a
      *        change that changed nothing
               if trans-good and trans-action = "CHANGE"
                   if trans-name = spaces and trans-dept = spaces
                       move "09" to reason-code
                       set trans-bad to true
                   end-if
               end-if

               if trans-bad
                   add 1 to reject-count
                   move spaces to reject-record
                   move reason-code to reject-reason
                   move trans-record to reject-trans
                   write reject-record
               else
                   add 1 to applied-count
                   evaluate trans-action
                       when "ADD   "
                           add 1 to plyr-count
                           move plyr-count to found-index
                           move trans-id to plyr-id(found-index)
                           move trans-name to plyr-name(found-index)
                           move trans-dept to plyr-dept(found-index)
                           move "A" to plyr-active(found-index)
                           move stamp (1:8)
                               to plyr-joined(found-index)
                       when "CHANGE"
                           if trans-name not = spaces
                               move trans-name
                                   to plyr-name(found-index)
                           end-if
                           if trans-dept not = spaces
                               move trans-dept
                                   to plyr-dept(found-index)
                           end-if
                       when "DEACT "
                           move "I" to plyr-active(found-index)
                       when "REACT "
                           move "A" to plyr-active(found-index)
                   end-evaluate
                   perform write-audit
               end-if
               .

      *    an ID must be something a player can type back at the
      *    prompt and get the same key: letters and digits, no
      *    embedded blank.  UNKNOWN is what a blank answer used to
      *    book to, so it can never be issued to anyone
           edit-id.
               move zero to id-length
               inspect trans-id tallying
                           id-length for characters before space
               if id-length = 0
                   move "02" to reason-code
                   set trans-bad to true
               end-if
               if trans-good
                   perform varying i from 1 by 1 until i > id-length
                       if trans-id(i:1) is not alphabetic-upper
                           and trans-id(i:1) is not numeric
                           move "02" to reason-code
                           set trans-bad to true
                       end-if
                   end-perform
               end-if
               if trans-good and id-length < 8
                   if trans-id(id-length + 1:) not = spaces
                       move "02" to reason-code
                       set trans-bad to true
                   end-if
               end-if
               if trans-good and trans-id = "UNKNOWN "
                   move "02" to reason-code
                   set trans-bad to true
               end-if
               .

      *    the trail line always shows the entry as it stands after
      *    the transaction, so the last line for an ID is its
      *    current registry record
           write-audit.
               move spaces to audit-record
               move stamp (1:8)  to audit-date
               move stamp (9:6)  to audit-time
               move trans-user   to audit-user
               move trans-action to audit-action
               move plyr-id(found-index)     to audit-id
               move plyr-name(found-index)   to audit-name
               move plyr-dept(found-index)   to audit-dept
               move plyr-active(found-index) to audit-active
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
                   display "hangplm: cannot write RUNLOG"
                           " (hangman-runlog.txt) - status "
                           run-log-status " - run not logged"
               else
                   move spaces to run-log-record
                   move "HANGPLM" to log-program
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

           END PROGRAM hangplm.
