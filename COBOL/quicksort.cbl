           SELECT SPILL-WORK4 ASSIGN TO "SORTWK4"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPILL-WK4-FS.
           SELECT MATCH-OUTPUT ASSIGN TO "SORTMTCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MATCH-OUT-FS.
           SELECT ONLY1-OUTPUT ASSIGN TO "SORTONL1"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONLY1-OUT-FS.
           SELECT ONLY2-OUTPUT ASSIGN TO "SORTONL2"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ONLY2-OUT-FS.
           SELECT CONTROL-CARD ASSIGN TO "SORTCTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CONTROL-CARD-STATUS.
           SELECT CKPT-DATA-FILE ASSIGN TO "SORTCKDS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKPT-DATA-FS.
           SELECT RUN-LOG ASSIGN TO "RUNLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-LOG-FS.
       DATA DIVISION.
       FILE SECTION.
       FD  SORT-INPUT.
       01  SPILL-WK3-RECORD    PIC X(200).
       FD  SPILL-WORK4.
       01  SPILL-WK4-RECORD    PIC X(200).
      *    Match mode's outputs: a matched pair is the SORTIN1
      *    record followed by its SORTIN2 partner, each at the
      *    card's record length
       FD  MATCH-OUTPUT.
       01  MATCH-OUTPUT-RECORD PIC X(400).
       FD  ONLY1-OUTPUT.
       01  ONLY1-OUTPUT-RECORD PIC X(200).
       FD  ONLY2-OUTPUT.
       01  ONLY2-OUTPUT-RECORD PIC X(200).
       FD  REJECT-FILE.
       01  REJECT-RECORD       PIC X(200).
       FD  REPORT-FILE.
      *      COL  21     KEY TYPE N=NUMERIC C=CHARACTER (DEFAULT N)
      *      COL  22     ORDER A=ASCENDING D=DESCENDING (DEFAULT A)
      *      COL  23     MODE S=SORT SORTIN, M=MERGE THE PRE-SORTED
      *                  SORTIN1-SORTIN4 FILES, R=MATCH SORTIN1
      *                  AGAINST SORTIN2 (SORTMTCH/SORTONL1/SORTONL2)
      *                  (DEFAULT S)
      *      COL  24     MERGE DUPLICATES K=KEEP D=DROP (DEFAULT K;
      *                  EQUAL KEYS ARE COUNTED EITHER WAY)
      *      COLS 25-32  KEY 2 (MINOR): POSITION (4), LENGTH (2),
           05 CTL-KEY3-LEN   PIC X(2).
           05 CTL-KEY3-TYPE  PIC X.
           05 CTL-KEY3-ORDER PIC X.
      *    Every card after the first is one selection or reformat
      *    statement, named in columns 1-7:
      *      INCLUDE     KEEP ONLY THE RECORDS THE CONDITIONS MATCH
      *      OMIT        DROP THE RECORDS THE CONDITIONS MATCH
      *      AND / OR    ONE MORE CONDITION FOR THE INCLUDE OR OMIT
      *                  ABOVE IT - AND BINDS TIGHTER THAN OR
      *      OUTREC      ONE MORE ITEM OF THE SORTOUT LAYOUT, ITEMS
      *                  LAID DOWN LEFT TO RIGHT IN CARD ORDER
      *      COLS  9-12  FIELD POSITION IN THE INPUT RECORD
      *      COLS 13-14  FIELD LENGTH (CONDITIONS 1-20, NUMERIC 1-18;
      *                  OUTREC LITERALS 1-20)
      *      COL  15     CONDITION: C=CHARACTER N=NUMERIC (DEFAULT C)
      *                  OUTREC: F=INPUT FIELD L=LITERAL
      *      COLS 16-17  CONDITION OPERATOR EQ NE GT GE LT LE
      *      COLS 19-38  LITERAL - THE COMPARE VALUE, OR THE OUTREC
      *                  TEXT (POSITION IS LEFT BLANK FOR A LITERAL)
       01  STATEMENT-CARD-RECORD.
           05 STM-VERB       PIC X(7).
           05 FILLER         PIC X.
           05 STM-POS        PIC X(4).
           05 STM-LEN        PIC X(2).
           05 STM-TYPE       PIC X.
           05 STM-OPER       PIC X(2).
           05 FILLER         PIC X.
           05 STM-LITERAL    PIC X(20).
           05 FILLER         PIC X(2).
       FD  CKPT-LOG-FILE.
       01  CKPT-LOG-RECORD.
           05 CKPT-LOG-STATUS PIC X.
       FD  CKPT-DATA-FILE.
       01  CKPT-DATA-RECORD.
           05 CKPT-DATA-ELEMENT PIC X(200).
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
           01 ARRAY-SIZE   PIC 9(9) VALUE 100.
           01 RECORD-COUNT PIC 9(9) VALUE ZERO.
               88  merge-record-good        VALUE "Y".
               88  merge-record-good-not    VALUE "N".

      *    Match mode reconciles SORTIN1 against SORTIN2 on the
      *    card's keys, both pre-sorted on them, through the same
      *    readers merge mode uses: each record lands on SORTMTCH
      *    paired with its partner, or on SORTONL1/SORTONL2 alone.
      *    A key repeated on one side pairs every repeat with the
      *    partner last matched, so a one-to-many key is never
      *    reported as a difference.  Each side balances on its own:
      *    read equals matched plus only, in counts and key hashes
           01 MATCH-OUT-FS                 PIC XX.
           01 ONLY1-OUT-FS                 PIC XX.
           01 ONLY2-OUT-FS                 PIC XX.
           01 MATCH-PAIR-COUNT             PIC 9(9) VALUE ZERO.
           01 MATCH-OTHER-NDX              PIC 9.
           01 MATCH-SIDE-GROUP.
               05 MATCH-SIDE OCCURS 2 TIMES.
                   10 SIDE-READ-COUNT      PIC 9(9).
                   10 SIDE-MATCH-COUNT     PIC 9(9).
                   10 SIDE-ONLY-COUNT      PIC 9(9).
                   10 SIDE-HASH-IN         PIC 9(15).
                   10 SIDE-HASH-MATCHED    PIC 9(15).
                   10 SIDE-HASH-ONLY       PIC 9(15).
                   10 SIDE-LAST-RECORD     PIC X(200).
                   10 SIDE-HELD-RECORD     PIC X(200).
                   10 SIDE-HELD            PIC X.
           01 FILLER                       PIC X VALUE "Y".
               88  files-reconciled         VALUE "Y".
               88  files-reconciled-not     VALUE "N".

      *    When SORTIN outgrows the table, the run no longer fails -
      *    the input is sorted in table-sized chunks to the SORTWK
      *    work files and the chunks are k-way merged into SORTOUT
               88  hash-imbalance           VALUE "Y".
               88  hash-imbalance-not       VALUE "N".

      *    Record selection off the INCLUDE/OMIT cards.  A record
      *    the selection drops is counted, never rejected and never
      *    hashed - SORTRPT carries the count on its own line so
      *    read still equals written plus rejected plus omitted.
      *    Each condition is joined to the one before it: F first,
      *    A and, O or
           01 SELECT-DISPOSAL              PIC X VALUE SPACE.
           01 SEL-COND-COUNT               PIC 99 VALUE ZERO.
           01 SEL-COND-GROUP.
               05 SEL-COND-ENTRY OCCURS 10 TIMES.
                   10 COND-JOIN      PIC X.
                   10 COND-POS       PIC 9(4).
                   10 COND-LEN       PIC 9(2).
                   10 COND-TYPE      PIC X.
                   10 COND-OPER      PIC XX.
                   10 COND-LITERAL   PIC X(20).
                   10 COND-LIT-NUM   PIC 9(18).
           01 COND-NDX                     PIC 99.
           01 COND-JOIN-WORK               PIC X.
           01 COND-LIT-LEN                 PIC 99.
           01 COND-FIELD-NUM               PIC 9(18).
           01 COND-FIELD-TEXT              PIC X(20).
           01 COND-LIT-TEXT                PIC X(20).
           01 SELECT-RECORD-AREA           PIC X(200).
           01 OMIT-COUNT                   PIC 9(9) VALUE ZERO.
           01 CARD-NO                      PIC 9(4).
           01 STM-POS-NUM                  PIC 9(4).
           01 STM-LEN-NUM                  PIC 99.
           01 CARDS-EOF                    PIC X.
           01 FILLER                       PIC X VALUE "Y".
               88  record-selected          VALUE "Y".
               88  record-selected-not      VALUE "N".
           01 FILLER                       PIC X.
               88  cond-group-true          VALUE "Y".
               88  cond-group-false         VALUE "N".
           01 FILLER                       PIC X.
               88  cond-any-true            VALUE "Y".
               88  cond-any-true-not        VALUE "N".
           01 FILLER                       PIC X.
               88  cond-true                VALUE "Y".
               88  cond-false               VALUE "N".

      *    Output reformatting off the OUTREC cards: SORTOUT is laid
      *    out item by item from input fields and literals.  The
      *    keys are hashed off the record as sorted, before it is
      *    reformatted, so the balancing proof is unchanged
           01 OUTREC-COUNT                 PIC 99 VALUE ZERO.
           01 OUTREC-GROUP.
               05 OUTREC-ENTRY OCCURS 20 TIMES.
                   10 OUT-ITEM-TYPE  PIC X.
                   10 OUT-ITEM-POS   PIC 9(4).
                   10 OUT-ITEM-LEN   PIC 9(2).
                   10 OUT-ITEM-LIT   PIC X(20).
           01 OUTREC-NDX                   PIC 99.
           01 OUTREC-LENGTH                PIC 9(5) VALUE ZERO.
           01 OUTREC-PTR                   PIC 9(5).
           01 OUTREC-SOURCE                PIC X(200).

           01 RUN-LOG-FS             PIC XX.
           01 RUN-START              PIC X(14).
       PROCEDURE DIVISION.

           MAIN-PROCEDURE.
               MOVE FUNCTION CURRENT-DATE (1:14) TO RUN-START
      *    Reads the control card, if present, to size the array and
      *    describe the record and key - a malformed array size is
      *    rejected in favor of the VALUE 100 default rather than
                   READ CONTROL-CARD INTO CONTROL-CARD-RECORD
                       NOT AT END
                           PERFORM PARSE-CONTROL-CARD
                           PERFORM PARSE-STATEMENT-CARDS
                   END-READ
                   CLOSE CONTROL-CARD
               END-IF
               IF control-card-bad
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF

      *        match mode keeps the same codes as a merge, and
      *        adds 4 for two clean files that simply differ
               IF SORT-MODE = "R"
                   PERFORM MATCH-FILES
                   EVALUATE TRUE
                       WHEN merge-failed
                           MOVE 16 TO RETURN-CODE
                       WHEN report-failed
                           MOVE 16 TO RETURN-CODE
                       WHEN sequence-error
                           MOVE 12 TO RETURN-CODE
                       WHEN hash-imbalance
                           DISPLAY "QCKSORT: HASH TOTALS DO NOT"
                                   " BALANCE - DO NOT TRUST THE"
                                   " MATCH OUTPUTS"
                           MOVE 20 TO RETURN-CODE
                       WHEN bad-record-found
                           MOVE 8 TO RETURN-CODE
                       WHEN files-reconciled-not
                           MOVE 4 TO RETURN-CODE
                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF

                       WHEN OTHER
                           MOVE 0 TO RETURN-CODE
                   END-EVALUATE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF

                       MOVE 0 TO RETURN-CODE
               END-EVALUATE

               PERFORM WRITE-RUN-LOG
               STOP RUN.

      *    The in-core path, exactly as it always ran: consult the
      *    that the keys going out hash to exactly what came in
               OPEN OUTPUT SORT-OUTPUT
               PERFORM VARYING I FROM 1 BY 1 UNTIL I > ARRAY-SIZE
                   MOVE ELEMENT(I) TO OUTREC-SOURCE
                   PERFORM BUILD-OUTPUT-RECORD
                   WRITE SORT-OUTPUT-RECORD
                   ADD 1 TO TOTAL-WRITE-COUNT
                   MOVE ELEMENT(I) TO HASH-RECORD
      *    the key field of each when the card asked for numeric -
      *    a rejected record is preserved intact on SORTREJ, and
      *    every accepted key is rolled into the input hash total.
      *    Only a record that is kept takes a table slot, so the
      *    table fills to the card's limit however many records
      *    the selection drops or the edit rejects along the way.
      *    Rerunnable: everything it touches is reset on entry, so
      *    it also serves to reload the table when a checkpoint
      *    snapshot fails validation
               MOVE ZERO TO RECORD-COUNT
               MOVE ZERO TO TOTAL-READ-COUNT
               MOVE ZERO TO BAD-RECORD-COUNT
               MOVE ZERO TO OMIT-COUNT
               MOVE ZERO TO KEY-HASH-IN
               MOVE ZERO TO SPILL-FILE-COUNT
               SET spill-active-not TO TRUE
                   DISPLAY "QCKSORT: CANNOT OPEN SORTREJ - STATUS "
                           REJECT-FS
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF
               OPEN INPUT SORT-INPUT
               PERFORM VARYING I FROM 1 BY 1
                       UNTIL end-of-input OR RECORD-COUNT >= ARRAY-SIZE
                   READ SORT-INPUT INTO SORT-INPUT-RECORD
                       AT END
                           SET end-of-input TO TRUE
                       NOT AT END
                           ADD 1 TO TOTAL-READ-COUNT
                           MOVE SORT-INPUT-RECORD TO SELECT-RECORD-AREA
                           PERFORM SELECT-RECORD
                           IF record-selected-not
                               ADD 1 TO OMIT-COUNT
                           ELSE
                               PERFORM LOAD-INPUT-RECORD
                           END-IF
                   END-READ
               END-PERFORM
               MOVE RECORD-COUNT TO ARRAY-SIZE
               .

      *    One selected SORTIN record on the in-core load: edited,
      *    then either rejected intact or tabled and hashed
           LOAD-INPUT-RECORD.
               MOVE SORT-INPUT-RECORD TO EDIT-RECORD
               PERFORM EDIT-KEY-FIELDS
               IF key-edit-bad
                   SET bad-record-found TO TRUE
                   ADD 1 TO BAD-RECORD-COUNT
                   DISPLAY "QCKSORT: BAD INPUT RECORD AT "
                           "LINE " I " - KEY NOT NUMERIC, "
                           "SKIPPED"
                   MOVE SORT-INPUT-RECORD TO REJECT-RECORD
                   WRITE REJECT-RECORD
               ELSE
                   ADD 1 TO RECORD-COUNT
                   MOVE SORT-INPUT-RECORD TO ELEMENT(RECORD-COUNT)
                   MOVE SORT-INPUT-RECORD TO HASH-RECORD
                   PERFORM COMPUTE-KEY-HASH
                   ADD KEY-HASH-DELTA TO KEY-HASH-IN
               END-IF
               .

      *    Entered with the table full and one unprocessed record
      *    in hand: spills the table, stores that record, and keeps
      *    loading and spilling until SORTIN runs dry - or until a
               END-IF
               .

      *    One spilled record: the same selection, key edit,
      *    reject, and input-hash treatment a record gets on the
      *    in-core load
           SPILL-STORE-RECORD.
               ADD 1 TO TOTAL-READ-COUNT
               MOVE SORT-INPUT-RECORD TO SELECT-RECORD-AREA
               PERFORM SELECT-RECORD
               IF record-selected-not
                   ADD 1 TO OMIT-COUNT
               ELSE
                   MOVE SORT-INPUT-RECORD TO EDIT-RECORD
                   PERFORM EDIT-KEY-FIELDS
                   IF key-edit-bad
                       SET bad-record-found TO TRUE
                       ADD 1 TO BAD-RECORD-COUNT
                       DISPLAY "QCKSORT: BAD INPUT RECORD AT RECORD "
                               TOTAL-READ-COUNT " - KEY NOT NUMERIC, "
                               "SKIPPED"
                       MOVE SORT-INPUT-RECORD TO REJECT-RECORD
                       WRITE REJECT-RECORD
                   ELSE
                       ADD 1 TO RECORD-COUNT
                       MOVE SORT-INPUT-RECORD TO ELEMENT(RECORD-COUNT)
                       MOVE SORT-INPUT-RECORD TO HASH-RECORD
                       PERFORM COMPUTE-KEY-HASH
                       ADD KEY-HASH-DELTA TO KEY-HASH-IN
                   END-IF
               END-IF
               .

                           SPILL-FILE-COUNT " - STATUS "
                           SPILL-OPEN-FS
                   MOVE 16 TO RETURN-CODE
                   PERFORM WRITE-RUN-LOG
                   STOP RUN
               END-IF
               .
               END-PERFORM
               .

      *    Judges SELECT-RECORD-AREA against the INCLUDE/OMIT
      *    conditions.  AND binds tighter than OR, so the conditions
      *    run as OR'd groups of AND'd tests: an OR card closes the
      *    group before it, and the record matches when any one
      *    group held all the way through.  No selection cards, no
      *    selection - every record is kept
           SELECT-RECORD.
               SET record-selected TO TRUE
               IF SELECT-DISPOSAL NOT = SPACE
                   SET cond-any-true-not TO TRUE
                   SET cond-group-true TO TRUE
                   PERFORM VARYING COND-NDX FROM 1 BY 1
                           UNTIL COND-NDX > SEL-COND-COUNT
                       IF COND-JOIN(COND-NDX) = "O"
                           IF cond-group-true
                               SET cond-any-true TO TRUE
                           END-IF
                           SET cond-group-true TO TRUE
                       END-IF
                       IF cond-group-true
                           PERFORM TEST-CONDITION
                           IF cond-false
                               SET cond-group-false TO TRUE
                           END-IF
                       END-IF
                   END-PERFORM
                   IF cond-group-true
                       SET cond-any-true TO TRUE
                   END-IF
                   IF (SELECT-DISPOSAL = "I" AND cond-any-true-not)
                       OR (SELECT-DISPOSAL = "O" AND cond-any-true)
                       SET record-selected-not TO TRUE
                   END-IF
               END-IF
               .

      *    One condition against SELECT-RECORD-AREA.  A numeric
      *    compare needs all digits in the field - anything else
      *    never matches, so an INCLUDE leaves the record out and
      *    an OMIT lets it through to the key edit.  A character
      *    compare runs over the field's length, the literal padded
      *    with blanks to meet it
           TEST-CONDITION.
               SET cond-false TO TRUE
               IF COND-TYPE(COND-NDX) = "N"
                   IF SELECT-RECORD-AREA (COND-POS(COND-NDX):
                           COND-LEN(COND-NDX)) IS NUMERIC
                       MOVE SELECT-RECORD-AREA (COND-POS(COND-NDX):
                           COND-LEN(COND-NDX)) TO COND-FIELD-NUM
                       EVALUATE TRUE
                           WHEN COND-OPER(COND-NDX) = "EQ" AND
                               COND-FIELD-NUM = COND-LIT-NUM(COND-NDX)
                           WHEN COND-OPER(COND-NDX) = "NE" AND
                               COND-FIELD-NUM NOT =
                                   COND-LIT-NUM(COND-NDX)
                           WHEN COND-OPER(COND-NDX) = "GT" AND
                               COND-FIELD-NUM > COND-LIT-NUM(COND-NDX)
                           WHEN COND-OPER(COND-NDX) = "GE" AND
                               COND-FIELD-NUM NOT <
                                   COND-LIT-NUM(COND-NDX)
                           WHEN COND-OPER(COND-NDX) = "LT" AND
                               COND-FIELD-NUM < COND-LIT-NUM(COND-NDX)
                           WHEN COND-OPER(COND-NDX) = "LE" AND
                               COND-FIELD-NUM NOT >
                                   COND-LIT-NUM(COND-NDX)
                               SET cond-true TO TRUE
                       END-EVALUATE
                   END-IF
               ELSE
                   MOVE SPACES TO COND-FIELD-TEXT COND-LIT-TEXT
                   MOVE SELECT-RECORD-AREA (COND-POS(COND-NDX):
                       COND-LEN(COND-NDX))
                       TO COND-FIELD-TEXT (1:COND-LEN(COND-NDX))
                   MOVE COND-LITERAL(COND-NDX) (1:COND-LEN(COND-NDX))
                       TO COND-LIT-TEXT (1:COND-LEN(COND-NDX))
                   EVALUATE TRUE
                       WHEN COND-OPER(COND-NDX) = "EQ" AND
                           COND-FIELD-TEXT = COND-LIT-TEXT
                       WHEN COND-OPER(COND-NDX) = "NE" AND
                           COND-FIELD-TEXT NOT = COND-LIT-TEXT
                       WHEN COND-OPER(COND-NDX) = "GT" AND
                           COND-FIELD-TEXT > COND-LIT-TEXT
                       WHEN COND-OPER(COND-NDX) = "GE" AND
                           COND-FIELD-TEXT NOT < COND-LIT-TEXT
                       WHEN COND-OPER(COND-NDX) = "LT" AND
                           COND-FIELD-TEXT < COND-LIT-TEXT
                       WHEN COND-OPER(COND-NDX) = "LE" AND
                           COND-FIELD-TEXT NOT > COND-LIT-TEXT
                           SET cond-true TO TRUE
                   END-EVALUATE
               END-IF
               .

      *    Lays OUTREC-SOURCE out as the SORTOUT record - as it
      *    stands when no OUTREC card was given, otherwise item by
      *    item in card order
           BUILD-OUTPUT-RECORD.
               IF OUTREC-COUNT = 0
                   MOVE OUTREC-SOURCE TO SORT-OUTPUT-RECORD
               ELSE
                   MOVE SPACES TO SORT-OUTPUT-RECORD
                   MOVE 1 TO OUTREC-PTR
                   PERFORM VARYING OUTREC-NDX FROM 1 BY 1
                           UNTIL OUTREC-NDX > OUTREC-COUNT
                       IF OUT-ITEM-TYPE(OUTREC-NDX) = "F"
                           MOVE OUTREC-SOURCE
                               (OUT-ITEM-POS(OUTREC-NDX):
                                OUT-ITEM-LEN(OUTREC-NDX))
                               TO SORT-OUTPUT-RECORD (OUTREC-PTR:
                                  OUT-ITEM-LEN(OUTREC-NDX))
                       ELSE
                           MOVE OUT-ITEM-LIT(OUTREC-NDX)
                               TO SORT-OUTPUT-RECORD (OUTREC-PTR:
                                  OUT-ITEM-LEN(OUTREC-NDX))
                       END-IF
                       ADD OUT-ITEM-LEN(OUTREC-NDX) TO OUTREC-PTR
                   END-PERFORM
               END-IF
               .

      *    The input edit, against every key field: a record whose
      *    key field is not all digits where the card said numeric
      *    cannot be trusted to compare - any one bad field fails
                   MOVE "RECORDS REJECTED   " TO RPT-LABEL
                   MOVE BAD-RECORD-COUNT TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
      *            only a run that selected carries the line, so the
      *            layout every other run's balancing reads is as it
      *            always was
                   IF SELECT-DISPOSAL NOT = SPACE
                       MOVE "RECORDS OMITTED    " TO RPT-LABEL
                       MOVE OMIT-COUNT TO RPT-VALUE
                       PERFORM WRITE-REPORT-DETAIL
                   END-IF
                   IF SORT-MODE = "M"
                       MOVE "DUPLICATE KEYS     " TO RPT-LABEL
                       MOVE DUP-COUNT TO RPT-VALUE

               IF CTL-MODE NOT = SPACE
                   IF CTL-MODE = "S" OR CTL-MODE = "M"
                       OR CTL-MODE = "R"
                       MOVE CTL-MODE TO SORT-MODE
                   ELSE
                       DISPLAY "QCKSORT: SORTCTL MODE '"
                               CTL-MODE "' IS NOT S, M, OR R"
                       SET control-card-bad TO TRUE
                   END-IF
               END-IF
               END-IF
               .

      *    Every card after the first is a selection or reformat
      *    statement - SORTCTL is read to the end, one statement a
      *    card, and any bad one fails the run the way a bad key
      *    description does.  Blank cards are passed over
           PARSE-STATEMENT-CARDS.
               MOVE "N" TO CARDS-EOF
               MOVE 1 TO CARD-NO
               PERFORM UNTIL CARDS-EOF = "Y"
                   READ CONTROL-CARD INTO CONTROL-CARD-RECORD
                       AT END
                           MOVE "Y" TO CARDS-EOF
                       NOT AT END
                           ADD 1 TO CARD-NO
                           PERFORM PARSE-STATEMENT-CARD
                   END-READ
               END-PERFORM
               .

           PARSE-STATEMENT-CARD.
               MOVE ZERO TO STM-POS-NUM STM-LEN-NUM
               IF STM-POS IS NUMERIC
                   MOVE STM-POS TO STM-POS-NUM
               END-IF
               IF STM-LEN IS NUMERIC
                   MOVE STM-LEN TO STM-LEN-NUM
               END-IF
               EVALUATE STM-VERB
                   WHEN SPACES
                       CONTINUE
                   WHEN "INCLUDE"
                   WHEN "OMIT   "
                       IF SELECT-DISPOSAL NOT = SPACE
                           DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                                   " - ONLY ONE INCLUDE OR OMIT IS"
                                   " ALLOWED"
                           SET control-card-bad TO TRUE
                       ELSE
                           MOVE STM-VERB(1:1) TO SELECT-DISPOSAL
                           MOVE "F" TO COND-JOIN-WORK
                           PERFORM PARSE-CONDITION
                       END-IF
                   WHEN "AND    "
                   WHEN "OR     "
                       IF SELECT-DISPOSAL = SPACE
                           DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                                   " - AND/OR CARD WITH NO INCLUDE"
                                   " OR OMIT BEFORE IT"
                           SET control-card-bad TO TRUE
                       ELSE
                           MOVE STM-VERB(1:1) TO COND-JOIN-WORK
                           PERFORM PARSE-CONDITION
                       END-IF
                   WHEN "OUTREC "
                       PERFORM PARSE-OUTREC-ITEM
                   WHEN OTHER
                       DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                               " - STATEMENT '" STM-VERB "' IS NOT"
                               " INCLUDE, OMIT, AND, OR, OR OUTREC"
                       SET control-card-bad TO TRUE
               END-EVALUATE
               .

      *    One INCLUDE/OMIT/AND/OR condition: the field must lie
      *    inside the record the first card describes, and a
      *    numeric compare needs a literal of digits alone
           PARSE-CONDITION.
               IF STM-POS IS NOT NUMERIC OR STM-POS = ZERO
                   DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                           " - FIELD POSITION '" STM-POS
                           "' IS INVALID"
                   SET control-card-bad TO TRUE
               END-IF
               IF STM-LEN IS NOT NUMERIC OR STM-LEN = ZERO
                   OR STM-LEN > "20"
                   DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                           " - FIELD LENGTH '" STM-LEN
                           "' IS NOT 01-20"
                   SET control-card-bad TO TRUE
               END-IF
               IF STM-TYPE = SPACE
                   MOVE "C" TO STM-TYPE
               END-IF
               IF STM-TYPE NOT = "C" AND STM-TYPE NOT = "N"
                   DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                           " - COMPARE TYPE '" STM-TYPE
                           "' IS NOT C OR N"
                   SET control-card-bad TO TRUE
               END-IF
               IF STM-OPER NOT = "EQ" AND STM-OPER NOT = "NE"
                   AND STM-OPER NOT = "GT" AND STM-OPER NOT = "GE"
                   AND STM-OPER NOT = "LT" AND STM-OPER NOT = "LE"
                   DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                           " - OPERATOR '" STM-OPER "' IS NOT EQ, NE,"
                           " GT, GE, LT, OR LE"
                   SET control-card-bad TO TRUE
               END-IF
               IF control-card-bad-not
                   COMPUTE KEY-END = STM-POS-NUM + STM-LEN-NUM - 1
                   IF KEY-END > RECORD-LENGTH
                       DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                               " - FIELD RUNS TO COLUMN " KEY-END
                               " BUT THE RECORD IS ONLY "
                               RECORD-LENGTH " BYTES"
                       SET control-card-bad TO TRUE
                   END-IF
               END-IF
               MOVE ZERO TO COND-LIT-LEN
               IF control-card-bad-not AND STM-TYPE = "N"
                   INSPECT STM-LITERAL TALLYING COND-LIT-LEN
                       FOR CHARACTERS BEFORE SPACE
                   IF COND-LIT-LEN = 0 OR COND-LIT-LEN > 18
                       OR STM-LEN > "18"
                       DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                               " - A NUMERIC COMPARE TAKES A FIELD"
                               " AND LITERAL OF 1-18 DIGITS"
                       SET control-card-bad TO TRUE
                   ELSE
                       IF STM-LITERAL (1:COND-LIT-LEN) IS NOT NUMERIC
                           DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                                   " - LITERAL '" STM-LITERAL
                                   "' IS NOT ALL DIGITS"
                           SET control-card-bad TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF control-card-bad-not
                   IF SEL-COND-COUNT >= 10
                       DISPLAY "QCKSORT: MORE THAN 10 SORTCTL"
                               " SELECTION CONDITIONS"
                       SET control-card-bad TO TRUE
                   ELSE
                       ADD 1 TO SEL-COND-COUNT
                       MOVE COND-JOIN-WORK
                           TO COND-JOIN(SEL-COND-COUNT)
                       MOVE STM-POS TO COND-POS(SEL-COND-COUNT)
                       MOVE STM-LEN TO COND-LEN(SEL-COND-COUNT)
                       MOVE STM-TYPE TO COND-TYPE(SEL-COND-COUNT)
                       MOVE STM-OPER TO COND-OPER(SEL-COND-COUNT)
                       MOVE STM-LITERAL
                           TO COND-LITERAL(SEL-COND-COUNT)
                       MOVE ZERO TO COND-LIT-NUM(SEL-COND-COUNT)
                       IF STM-TYPE = "N"
                           MOVE STM-LITERAL (1:COND-LIT-LEN)
                               TO COND-LIT-NUM(SEL-COND-COUNT)
                       END-IF
                   END-IF
               END-IF
               .

      *    One OUTREC item: an input field inside the record the
      *    first card describes, or a literal of up to 20 bytes -
      *    and the whole layout must still fit a 200-byte record
           PARSE-OUTREC-ITEM.
               IF SORT-MODE = "R"
                   DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                           " - OUTREC DOES NOT APPLY TO MATCH MODE"
                   SET control-card-bad TO TRUE
               END-IF
               IF STM-LEN IS NOT NUMERIC OR STM-LEN = ZERO
                   DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                           " - OUTREC LENGTH '" STM-LEN
                           "' IS INVALID"
                   SET control-card-bad TO TRUE
               END-IF
               EVALUATE STM-TYPE
                   WHEN "F"
                       IF STM-POS IS NOT NUMERIC OR STM-POS = ZERO
                           DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                                   " - OUTREC FIELD POSITION '"
                                   STM-POS "' IS INVALID"
                           SET control-card-bad TO TRUE
                       END-IF
                       IF control-card-bad-not
                           COMPUTE KEY-END =
                               STM-POS-NUM + STM-LEN-NUM - 1
                           IF KEY-END > RECORD-LENGTH
                               DISPLAY "QCKSORT: SORTCTL CARD "
                                       CARD-NO " - OUTREC FIELD RUNS"
                                       " TO COLUMN " KEY-END
                                       " BUT THE RECORD IS ONLY "
                                       RECORD-LENGTH " BYTES"
                               SET control-card-bad TO TRUE
                           END-IF
                       END-IF
                   WHEN "L"
                       IF control-card-bad-not AND STM-LEN > "20"
                           DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                                   " - OUTREC LITERAL LENGTH '"
                                   STM-LEN "' EXCEEDS 20"
                           SET control-card-bad TO TRUE
                       END-IF
                   WHEN OTHER
                       DISPLAY "QCKSORT: SORTCTL CARD " CARD-NO
                               " - OUTREC ITEM TYPE '" STM-TYPE
                               "' IS NOT F OR L"
                       SET control-card-bad TO TRUE
               END-EVALUATE
               IF control-card-bad-not
                   IF OUTREC-COUNT >= 20
                       DISPLAY "QCKSORT: MORE THAN 20 SORTCTL OUTREC"
                               " ITEMS"
                       SET control-card-bad TO TRUE
                   ELSE
                       IF OUTREC-LENGTH + STM-LEN-NUM
                               > RECORD-LENGTH-CEILING
                           DISPLAY "QCKSORT: SORTCTL OUTREC LAYOUT"
                                   " RUNS PAST " RECORD-LENGTH-CEILING
                                   " BYTES AT CARD " CARD-NO
                           SET control-card-bad TO TRUE
                       END-IF
                   END-IF
               END-IF
               IF control-card-bad-not
                   ADD 1 TO OUTREC-COUNT
                   MOVE STM-TYPE TO OUT-ITEM-TYPE(OUTREC-COUNT)
                   MOVE STM-LEN TO OUT-ITEM-LEN(OUTREC-COUNT)
                   IF STM-TYPE = "F"
                       MOVE STM-POS TO OUT-ITEM-POS(OUTREC-COUNT)
                   ELSE
                       MOVE ZERO TO OUT-ITEM-POS(OUTREC-COUNT)
                   END-IF
                   MOVE STM-LITERAL TO OUT-ITEM-LIT(OUTREC-COUNT)
                   ADD OUT-ITEM-LEN(OUTREC-COUNT) TO OUTREC-LENGTH
               END-IF
               .

      *    One optional extra key off the card: all-blank means
      *    not given, anything else must be complete and sane, and
      *    key 3 without a key 2 is a gap the operator meant
               END-PERFORM
               .

      *    Match mode: SORTIN1 and SORTIN2 must both be there -
      *    either may be empty, which simply makes every record on
      *    the other an only - and are walked in step, low key
      *    first, until both run dry or one steps out of sequence
           MATCH-FILES.
               SET merge-failed-not TO TRUE
               SET sequence-error-not TO TRUE
               SET bad-record-found-not TO TRUE
               SET report-failed-not TO TRUE
               OPEN OUTPUT REJECT-FILE
               IF REJECT-FS NOT = "00"
                   DISPLAY "QCKSORT: CANNOT OPEN SORTREJ - STATUS "
                           REJECT-FS
                   SET merge-failed TO TRUE
               END-IF
               IF merge-failed-not
                   OPEN OUTPUT MATCH-OUTPUT
                   IF MATCH-OUT-FS NOT = "00"
                       DISPLAY "QCKSORT: CANNOT OPEN SORTMTCH - STATUS "
                               MATCH-OUT-FS
                       SET merge-failed TO TRUE
                   END-IF
                   OPEN OUTPUT ONLY1-OUTPUT
                   IF ONLY1-OUT-FS NOT = "00"
                       DISPLAY "QCKSORT: CANNOT OPEN SORTONL1 - STATUS "
                               ONLY1-OUT-FS
                       SET merge-failed TO TRUE
                   END-IF
                   OPEN OUTPUT ONLY2-OUTPUT
                   IF ONLY2-OUT-FS NOT = "00"
                       DISPLAY "QCKSORT: CANNOT OPEN SORTONL2 - STATUS "
                               ONLY2-OUT-FS
                       SET merge-failed TO TRUE
                   END-IF
               END-IF
               MOVE ZERO TO MERGE-ACTIVE-COUNT
               IF merge-failed-not
                   PERFORM VARYING MRG-NDX FROM 1 BY 1
                           UNTIL MRG-NDX > 4
                       MOVE "N" TO MRG-ACTIVE(MRG-NDX)
                       MOVE ZERO TO MRG-LINE-NO(MRG-NDX)
                   END-PERFORM
                   PERFORM VARYING MRG-NDX FROM 1 BY 1
                           UNTIL MRG-NDX > 2
                       MOVE ZERO TO SIDE-READ-COUNT(MRG-NDX)
                                    SIDE-MATCH-COUNT(MRG-NDX)
                                    SIDE-ONLY-COUNT(MRG-NDX)
                                    SIDE-HASH-IN(MRG-NDX)
                                    SIDE-HASH-MATCHED(MRG-NDX)
                                    SIDE-HASH-ONLY(MRG-NDX)
                       MOVE "N" TO SIDE-HELD(MRG-NDX)
                       PERFORM OPEN-MERGE-FILE
                       IF MERGE-OPEN-FS NOT = "00"
                           DISPLAY "QCKSORT: MATCH MODE BUT SORTIN"
                                   MRG-NDX " COULD NOT BE OPENED -"
                                   " STATUS " MERGE-OPEN-FS
                           SET merge-failed TO TRUE
                       END-IF
                       IF MRG-ACTIVE(MRG-NDX) = "Y"
                           ADD 1 TO SIDE-READ-COUNT(MRG-NDX)
                           ADD KEY-HASH-DELTA TO SIDE-HASH-IN(MRG-NDX)
                       END-IF
                   END-PERFORM
               END-IF

               IF merge-failed-not
                   PERFORM UNTIL MERGE-ACTIVE-COUNT = 0
                           OR sequence-error
                       PERFORM MATCH-NEXT-RECORD
                   END-PERFORM
                   PERFORM VARYING MRG-NDX FROM 1 BY 1
                           UNTIL MRG-NDX > 2
                       IF MRG-ACTIVE(MRG-NDX) = "Y"
                           PERFORM CLOSE-MERGE-FILE
                       END-IF
                   END-PERFORM
                   CLOSE MATCH-OUTPUT
                   CLOSE ONLY1-OUTPUT
                   CLOSE ONLY2-OUTPUT
                   CLOSE REJECT-FILE
                   DISPLAY "QCKSORT: " MATCH-PAIR-COUNT
                           " MATCHED PAIR(S), " SIDE-ONLY-COUNT(1)
                           " ONLY ON SORTIN1, " SIDE-ONLY-COUNT(2)
                           " ONLY ON SORTIN2"
                   IF bad-record-found
                       DISPLAY "QCKSORT: " BAD-RECORD-COUNT
                               " BAD RECORD(S) FOUND"
                   END-IF
                   PERFORM WRITE-MATCH-REPORT
               END-IF
               .

      *    One step of the match: the lower of the two current
      *    records is settled - against its partner on an equal
      *    key, against the other side's last partner when it
      *    repeats that key, or as an only - and its file advanced.
      *    A side that has run dry leaves the other's records to
      *    settle one by one
           MATCH-NEXT-RECORD.
               EVALUATE TRUE
                   WHEN MRG-ACTIVE(1) = "Y" AND MRG-ACTIVE(2) = "Y"
                       MOVE MRG-RECORD(1) TO CMP-RECORD-A
                       MOVE MRG-RECORD(2) TO CMP-RECORD-B
                       PERFORM COMPARE-KEY-FIELDS
                   WHEN MRG-ACTIVE(1) = "Y"
                       MOVE "B" TO CMP-RESULT
                   WHEN OTHER
                       MOVE "A" TO CMP-RESULT
               END-EVALUATE
               IF CMP-RESULT = "E"
                   MOVE MRG-RECORD(1) TO SIDE-HELD-RECORD(1)
                   MOVE MRG-RECORD(2) TO SIDE-HELD-RECORD(2)
                   MOVE "Y" TO SIDE-HELD(1)
                   MOVE "Y" TO SIDE-HELD(2)
                   PERFORM WRITE-MATCH-PAIR
                   PERFORM VARYING MRG-NDX FROM 1 BY 1
                           UNTIL MRG-NDX > 2
                       PERFORM BOOK-MATCHED-RECORD
                   END-PERFORM
                   MOVE 1 TO MRG-NDX
                   PERFORM ADVANCE-MATCH-FILE
                   IF sequence-error-not
                       MOVE 2 TO MRG-NDX
                       PERFORM ADVANCE-MATCH-FILE
                   END-IF
               ELSE
                   IF CMP-RESULT = "B"
                       MOVE 1 TO MRG-NDX
                       MOVE 2 TO MATCH-OTHER-NDX
                   ELSE
                       MOVE 2 TO MRG-NDX
                       MOVE 1 TO MATCH-OTHER-NDX
                   END-IF
                   MOVE SPACE TO CMP-RESULT
                   IF SIDE-HELD(MATCH-OTHER-NDX) = "Y"
                       MOVE MRG-RECORD(MRG-NDX) TO CMP-RECORD-A
                       MOVE SIDE-HELD-RECORD(MATCH-OTHER-NDX)
                           TO CMP-RECORD-B
                       PERFORM COMPARE-KEY-FIELDS
                   END-IF
                   IF CMP-RESULT = "E"
      *                a repeat of the key just matched - paired with
      *                the partner already booked on the other side
                       MOVE MRG-RECORD(MRG-NDX)
                           TO SIDE-HELD-RECORD(MRG-NDX)
                       PERFORM WRITE-MATCH-PAIR
                       PERFORM BOOK-MATCHED-RECORD
                   ELSE
                       PERFORM WRITE-ONLY-RECORD
                   END-IF
                   PERFORM ADVANCE-MATCH-FILE
               END-IF
               .

      *    The pair is always written SORTIN1 side first, from the
      *    records held as each side's latest partner
           WRITE-MATCH-PAIR.
               MOVE SPACES TO MATCH-OUTPUT-RECORD
               MOVE SIDE-HELD-RECORD(1) (1:RECORD-LENGTH)
                   TO MATCH-OUTPUT-RECORD (1:RECORD-LENGTH)
               MOVE SIDE-HELD-RECORD(2) (1:RECORD-LENGTH)
                   TO MATCH-OUTPUT-RECORD (RECORD-LENGTH + 1:
                                           RECORD-LENGTH)
               WRITE MATCH-OUTPUT-RECORD
               ADD 1 TO MATCH-PAIR-COUNT
               .

           BOOK-MATCHED-RECORD.
               ADD 1 TO SIDE-MATCH-COUNT(MRG-NDX)
               MOVE MRG-RECORD(MRG-NDX) TO HASH-RECORD
               PERFORM COMPUTE-KEY-HASH
               ADD KEY-HASH-DELTA TO SIDE-HASH-MATCHED(MRG-NDX)
               .

           WRITE-ONLY-RECORD.
               IF MRG-NDX = 1
                   MOVE MRG-RECORD(1) TO ONLY1-OUTPUT-RECORD
                   WRITE ONLY1-OUTPUT-RECORD
               ELSE
                   MOVE MRG-RECORD(2) TO ONLY2-OUTPUT-RECORD
                   WRITE ONLY2-OUTPUT-RECORD
               END-IF
               ADD 1 TO SIDE-ONLY-COUNT(MRG-NDX)
               MOVE MRG-RECORD(MRG-NDX) TO HASH-RECORD
               PERFORM COMPUTE-KEY-HASH
               ADD KEY-HASH-DELTA TO SIDE-HASH-ONLY(MRG-NDX)
               .

      *    The match's own reader: each side is proved in sequence
      *    against the record it just settled, the same check merge
      *    mode makes against its last output
           ADVANCE-MATCH-FILE.
               MOVE MRG-RECORD(MRG-NDX) TO SIDE-LAST-RECORD(MRG-NDX)
               PERFORM READ-MERGE-FILE
               IF merge-record-good-not
                   PERFORM CLOSE-MERGE-FILE
                   MOVE "N" TO MRG-ACTIVE(MRG-NDX)
                   SUBTRACT 1 FROM MERGE-ACTIVE-COUNT
               ELSE
                   ADD 1 TO SIDE-READ-COUNT(MRG-NDX)
                   ADD KEY-HASH-DELTA TO SIDE-HASH-IN(MRG-NDX)
                   MOVE MRG-RECORD(MRG-NDX) TO CMP-RECORD-A
                   MOVE SIDE-LAST-RECORD(MRG-NDX) TO CMP-RECORD-B
                   PERFORM COMPARE-KEY-FIELDS
                   IF CMP-RESULT = "B"
                       SET sequence-error TO TRUE
                       DISPLAY "QCKSORT: " MERGE-DD-NAME MRG-NDX
                               " OUT OF SEQUENCE AT LINE "
                               MRG-LINE-NO(MRG-NDX)
                       DISPLAY "QCKSORT: OFFENDING RECORD: "
                               MRG-RECORD(MRG-NDX) (1:RECORD-LENGTH)
                   END-IF
               END-IF
               .

      *    Match mode's SORTRPT: the records read, rejected, and
      *    omitted across both sides, each side's accepted, matched,
      *    and only counts and key hashes, the balance verdict, and
      *    whether the two files reconciled - no only records and
      *    nothing rejected on either side
           WRITE-MATCH-REPORT.
               SET hash-imbalance-not TO TRUE
               PERFORM VARYING MRG-NDX FROM 1 BY 1 UNTIL MRG-NDX > 2
                   IF SIDE-READ-COUNT(MRG-NDX) NOT =
                           SIDE-MATCH-COUNT(MRG-NDX)
                           + SIDE-ONLY-COUNT(MRG-NDX)
                       OR SIDE-HASH-IN(MRG-NDX) NOT =
                           SIDE-HASH-MATCHED(MRG-NDX)
                           + SIDE-HASH-ONLY(MRG-NDX)
                       SET hash-imbalance TO TRUE
                   END-IF
               END-PERFORM
               IF SIDE-ONLY-COUNT(1) = 0 AND SIDE-ONLY-COUNT(2) = 0
                   AND bad-record-found-not AND sequence-error-not
                   SET files-reconciled TO TRUE
               ELSE
                   SET files-reconciled-not TO TRUE
               END-IF
               OPEN OUTPUT REPORT-FILE
               IF REPORT-FS NOT = "00"
                   DISPLAY "QCKSORT: CANNOT OPEN SORTRPT - STATUS "
                           REPORT-FS
                   SET report-failed TO TRUE
               ELSE
                   MOVE SPACES TO REPORT-RECORD
                   MOVE "QCKSORT RUN SUMMARY - MODE MATCH"
                       TO REPORT-RECORD
                   WRITE REPORT-RECORD
                   MOVE "RECORDS READ       " TO RPT-LABEL
                   MOVE MERGE-READ-COUNT TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "SORTIN1 ACCEPTED   " TO RPT-LABEL
                   MOVE SIDE-READ-COUNT(1) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "SORTIN2 ACCEPTED   " TO RPT-LABEL
                   MOVE SIDE-READ-COUNT(2) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "RECORDS REJECTED   " TO RPT-LABEL
                   MOVE BAD-RECORD-COUNT TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   IF SELECT-DISPOSAL NOT = SPACE
                       MOVE "RECORDS OMITTED    " TO RPT-LABEL
                       MOVE OMIT-COUNT TO RPT-VALUE
                       PERFORM WRITE-REPORT-DETAIL
                   END-IF
                   MOVE "MATCHED PAIRS      " TO RPT-LABEL
                   MOVE MATCH-PAIR-COUNT TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "SORTIN1 MATCHED    " TO RPT-LABEL
                   MOVE SIDE-MATCH-COUNT(1) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "SORTIN2 MATCHED    " TO RPT-LABEL
                   MOVE SIDE-MATCH-COUNT(2) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "ONLY ON SORTIN1    " TO RPT-LABEL
                   MOVE SIDE-ONLY-COUNT(1) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "ONLY ON SORTIN2    " TO RPT-LABEL
                   MOVE SIDE-ONLY-COUNT(2) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "SORTIN1 HASH IN    " TO RPT-LABEL
                   MOVE SIDE-HASH-IN(1) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "SORTIN1 HASH MATCH " TO RPT-LABEL
                   MOVE SIDE-HASH-MATCHED(1) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "SORTIN1 HASH ONLY  " TO RPT-LABEL
                   MOVE SIDE-HASH-ONLY(1) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "SORTIN2 HASH IN    " TO RPT-LABEL
                   MOVE SIDE-HASH-IN(2) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "SORTIN2 HASH MATCH " TO RPT-LABEL
                   MOVE SIDE-HASH-MATCHED(2) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE "SORTIN2 HASH ONLY  " TO RPT-LABEL
                   MOVE SIDE-HASH-ONLY(2) TO RPT-VALUE
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE SPACES TO REPORT-RECORD
                   IF sequence-error
                       MOVE "AN INPUT WAS OUT OF SEQUENCE"
                           TO REPORT-RECORD
                       WRITE REPORT-RECORD
                       MOVE SPACES TO REPORT-RECORD
                   END-IF
                   IF hash-imbalance-not
                       MOVE "HASH TOTALS BALANCED" TO REPORT-RECORD
                   ELSE
                       MOVE "HASH TOTALS DO NOT BALANCE"
                           TO REPORT-RECORD
                   END-IF
                   WRITE REPORT-RECORD
                   MOVE SPACES TO REPORT-RECORD
                   IF files-reconciled
                       MOVE "FILES RECONCILED" TO REPORT-RECORD
                   ELSE
                       MOVE "FILES DO NOT RECONCILE" TO REPORT-RECORD
                   END-IF
                   WRITE REPORT-RECORD
                   CLOSE REPORT-FILE
               END-IF
               .

      *    A file that is simply not staged is not an error - the
      *    nightly arrives as however many regions reported - but
      *    at least one input must be there to merge
                   IF merge-record-good
                       ADD 1 TO MERGE-READ-COUNT
                       ADD 1 TO MRG-LINE-NO(MRG-NDX)
      *                a spilled record passed the selection and the
      *                key edit on the way in - only the real
      *                extracts are selected and edited
                       IF spill-active-not
                           MOVE MERGE-WORK-RECORD TO SELECT-RECORD-AREA
                           PERFORM SELECT-RECORD
                       ELSE
                           SET record-selected TO TRUE
                       END-IF
                       IF spill-active-not AND record-selected
                           MOVE MERGE-WORK-RECORD TO EDIT-RECORD
                           PERFORM EDIT-KEY-FIELDS
                       ELSE
                           SET key-edit-good TO TRUE
                       END-IF
                       IF record-selected-not
                           ADD 1 TO OMIT-COUNT
                           SET merge-record-good-not TO TRUE
                       END-IF
                       IF key-edit-bad
                           SET bad-record-found TO TRUE
                           ADD 1 TO BAD-RECORD-COUNT
               .

           WRITE-MERGE-OUTPUT.
               MOVE MRG-RECORD(MRG-NDX) TO OUTREC-SOURCE
               PERFORM BUILD-OUTPUT-RECORD
               WRITE SORT-OUTPUT-RECORD
               ADD 1 TO MERGE-WRITE-COUNT
               MOVE MRG-RECORD(MRG-NDX) TO HASH-RECORD
               CLOSE CKPT-DATA-FILE
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
                   DISPLAY "QCKSORT: CANNOT WRITE RUNLOG - STATUS "
                           RUN-LOG-FS " - RUN NOT LOGGED"
               ELSE
                   MOVE SPACES TO RUN-LOG-RECORD
                   MOVE "QUICKSORT" TO LOG-PROGRAM
                   MOVE RUN-START (1:8) TO LOG-DATE
                   MOVE RUN-START (9:6) TO LOG-START
                   MOVE FUNCTION CURRENT-DATE (9:6) TO LOG-END
                   MOVE RETURN-CODE TO LOG-RC
                   EVALUATE SORT-MODE
                       WHEN "R"
                           MOVE MERGE-READ-COUNT TO LOG-IN
                           COMPUTE LOG-OUT = MATCH-PAIR-COUNT
                               + SIDE-ONLY-COUNT(1)
                               + SIDE-ONLY-COUNT(2)
                       WHEN "M"
                           MOVE MERGE-READ-COUNT TO LOG-IN
                           MOVE MERGE-WRITE-COUNT TO LOG-OUT
                       WHEN OTHER
                           MOVE TOTAL-READ-COUNT TO LOG-IN
                           MOVE TOTAL-WRITE-COUNT TO LOG-OUT
                   END-EVALUATE
                   MOVE BAD-RECORD-COUNT TO LOG-REJECTS
                   WRITE RUN-LOG-RECORD
                   CLOSE RUN-LOG
               END-IF
               .

           END PROGRAM quicksort.


