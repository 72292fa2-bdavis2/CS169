           SELECT FIX-REPORT ASSIGN TO "FIXRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIX-REPORT-FS.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
      *    The same SORTCTL card the sort itself ran on, so the
           05 CTL-KEY3-LEN   PIC X(2).
           05 CTL-KEY3-TYPE  PIC X.
           05 CTL-KEY3-ORDER PIC X.
      *    The selection and reformat statements that may follow
      *    the first card.  Selection happened before the sort edit
      *    ever judged a record, so it has no bearing here - but an
      *    OUTREC layout means SORTOUT no longer carries the record
      *    the repairs would be merged into
       01  STATEMENT-CARD-RECORD.
           05 STM-VERB       PIC X(7).
           05 FILLER         PIC X(33).
      *    One repair rule per card, applied to every reject in
      *    card order:
      *      COL   1     RULE  Z = ZERO-FILL THE FIELD WHEN BLANK
       01  STILL-BAD-RECORD    PIC X(200).
       FD  FIX-REPORT.
       01  FIX-REPORT-RECORD   PIC X(40).
      *    The shop-wide run log - one line per run of every job,
      *    read by HANGOPS for the morning operations summary
       FD  RUN-LOG.
       01  RUN-LOG-RECORD.
           05 LOG-PROGRAM    PIC X(10).
           05 FILLER         PIC X.
           05 LOG-DATE       PIC X(8).
           05 FILLER         PIC X.
           05 LOG-START      PIC X(6).
           05 FILLER         PIC X.
           05 LOG-END        PIC X(6).
           05 FILLER         PIC X.
           05 LOG-RC         PIC 9(4).
           05 FILLER         PIC X.
           05 LOG-IN         PIC 9(9).
           05 FILLER         PIC X.
           05 LOG-OUT        PIC 9(9).
           05 FILLER         PIC X.
           05 LOG-REJECTS    PIC 9(9).
       WORKING-STORAGE SECTION.
           01 CONTROL-CARD-STATUS          PIC XX.
           01 FIX-CONTROL-STATUS           PIC XX.
                   10 RULE-LEN       PIC 9(2).
                   10 RULE-DEFAULT   PIC X(20).
           01 RULE-NDX               PIC 99.
           01 CARDS-EOF              PIC X.

      *    The rejects of even the big extracts are a handful -
      *    5,000 slots is room for a very bad night, and a night
               05 RPT-LABEL          PIC X(19).
               05 RPT-VALUE          PIC 9(15).

           01 RUN-LOG-FS             PIC XX.
           01 RUN-START              PIC X(14).
       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
               MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START
      *    the card that described the sort describes the repair -
      *    key 1 defaults are the classic bare nine-digit extract,
      *    and a malformed record or key description fails the run
                   READ CONTROL-CARD INTO CONTROL-CARD-RECORD
                       NOT AT END
                           PERFORM PARSE-CONTROL-CARD
                           PERFORM CHECK-STATEMENT-CARDS
                   END-READ
                   CLOSE CONTROL-CARD
               END-IF
               IF control-card-bad
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF

               PERFORM LOAD-FIX-RULES
               IF control-card-bad
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF

                       MOVE 0 TO RETURN-CODE
               END-EVALUATE

               PERFORM WRITE-RUN-LOG
               STOP RUN.

      *    Loads the repair rules in card order - a malformed rule
                   DISPLAY "QCKFIX: CANNOT OPEN SORTREJ - STATUS "
                           REJECT-IN-FS
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF
               OPEN OUTPUT STILL-BAD
                   DISPLAY "QCKFIX: CANNOT OPEN SORTREJ2 - STATUS "
                           STILL-BAD-FS
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF
               SET rejects-eof-not TO TRUE
                   DISPLAY "QCKFIX: CANNOT OPEN SORTOUT - STATUS "
                           SORTED-IN-FS
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF
               OPEN OUTPUT SORTED-NEW
                   DISPLAY "QCKFIX: CANNOT OPEN SORTNEW - STATUS "
                           SORTED-NEW-FS
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF
               MOVE 1 TO FIX-NDX
               WRITE FIX-REPORT-RECORD
               .

      *    A sort that reformatted its output cannot be repaired
      *    into - the fixed rejects would be merged, full width,
      *    among records cut to the OUTREC layout
           CHECK-STATEMENT-CARDS.
               MOVE "N" TO CARDS-EOF
               PERFORM UNTIL CARDS-EOF = "Y"
                   READ CONTROL-CARD INTO CONTROL-CARD-RECORD
                       AT END
                           MOVE "Y" TO CARDS-EOF
                       NOT AT END
                           IF STM-VERB = "OUTREC "
                               DISPLAY "QCKFIX: SORTCTL CARRIES AN"
                                       " OUTREC LAYOUT - SORTOUT CANNOT"
                                       " TAKE REPAIRED RECORDS"
                               SET control-card-bad TO TRUE
                               MOVE "Y" TO CARDS-EOF
                           END-IF
                   END-READ
               END-PERFORM
               .

      *    The card parse, compare, edit, and hash below run the
      *    same rules QCKSORT itself runs, so a record this
      *    utility passes is a record the sort would have taken
               END-PERFORM
               .

      *    One line on the shop run log for every run, however it
      *    ends.  A log that cannot be written costs the operations
      *    summary a line, never the run - and only a log not there
      *    yet is started fresh, so a bad open never empties it
           WRITE-RUN-LOG.
               OPEN EXTEND RUN-LOG
               IF RUN-LOG-FS = "35"
                   OPEN OUTPUT RUN-LOG
               END-IF
               IF RUN-LOG-FS NOT = "00"
                   DISPLAY "QCKFIX: CANNOT WRITE RUNLOG - STATUS "
                           RUN-LOG-FS " - RUN NOT LOGGED"
               ELSE
                   MOVE SPACES TO RUN-LOG-RECORD
                   MOVE "QCKFIX" TO LOG-PROGRAM
                   MOVE RUN-START (1:8) TO LOG-DATE
                   MOVE RUN-START (9:6) TO LOG-START
                   MOVE FUNCTION CURRENT-DATE (9:6) TO LOG-END
                   MOVE RETURN-CODE TO LOG-RC
                   MOVE REJECT-READ-COUNT TO LOG-IN
                   MOVE TOTAL-WRITE-COUNT TO LOG-OUT
                   MOVE STILLBAD-COUNT TO LOG-REJECTS
                   WRITE RUN-LOG-RECORD
                   CLOSE RUN-LOG
               END-IF
               .

           END PROGRAM QCKFIX.
