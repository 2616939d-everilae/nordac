      *     pay go to a reject file in the usual
      *     ACCOUNT|code|text|run-id|raw shape.
      *
      *     Before anything is written, every payment is screened
      *     and held back - not paid, not registered - when
      *       BL its IBAN is on the block list NORDAC01 enforces
      *          (BLOCKLISTFILE),
      *       NI its RECIPIENT-NAME is a known counterparty in the
      *          NORDCPTY master (CPTYFILE) but the IBAN is not,
      *       NB the IBAN is known but the bank (BIC) has changed,
      *       DP its OUR-REFERENCE and amount are already pending
      *          or settled on the register, or earlier in the run,
      *       AL the amount is more than NORDPAYFACTOR (default 3)
      *          times what we pay that IBAN on average
      *          (CPTY-OUT-TOTAL / CPTY-OUT-COUNT).
      *     A payable whose OUR-REFERENCE and amount match a
      *     payment still on hold is held as DP as well.
      *     Held payments are kept on a hold file (NORDPAYHOLD,
      *     NORDAC05.HLD when not set) and listed in the screening
      *     report (NORDPAYRPT, NORDAC05.SCR when not set, so a
      *     SETTLE run does not overwrite it). A second person
      *     releases one by listing HOLD-ID|APPROVER in the release
      *     file of a later run (NORDPAYRELEASE); it then goes out
      *     in that run under a fresh end-to-end id, screened again
      *     only against the block list and for a repeat of its
      *     OUR-REFERENCE and amount on the register or among the
      *     payments this run already sends. Every CREATE run names
      *     its operator (NORDPAYOPERATOR, required); the approver
      *     may be neither the operator who ran the holding run nor
      *     the operator of the releasing run.
      *
      *   SETTLE - reads the register back together with a classic
      *     NORDCSV statement export and settles the run: a debit
      *     row whose REFERENCE-NUMBER or PAYER-REFERENCE-NUMBER
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REPORT-STATUS.

           SELECT COUNTERPARTY-FILE
                   ASSIGN TO COUNTERPARTY-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CPTY-KEY
                   FILE STATUS IS COUNTERPARTY-STATUS.

           SELECT BLOCK-LIST-FILE
                   ASSIGN TO BLOCK-LIST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS BLOCK-LIST-STATUS.

           SELECT HOLD-FILE
                   ASSIGN TO HOLD-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS HOLD-STATUS.

           SELECT RELEASE-FILE
                   ASSIGN TO RELEASE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYABLES-FILE.
       FD  REPORT-FILE.
       01  REPORT-REC PIC X(132).

       FD  COUNTERPARTY-FILE.
       COPY NORDCPTY.

       FD  BLOCK-LIST-FILE.
       01  BLOCK-LIST-REC.
               05  BLOCK-LIST-DATA PIC X(128).

      *****************
      * Payments held by screening, one per line:
      *   HOLD-ID|HELD-RUN-ID|OPERATOR|CODE|REASON|DUE-DATE|IBAN
      *   |BIC|AMOUNT|OUR-REF|RECIPIENT-NAME|NOTE
      * HOLD-ID is the end-to-end id the payment would have gone
      * out under. The file is rewritten every CREATE run: released
      * lines drop off, new holds join.
      *****************
       FD  HOLD-FILE.
       01  HOLD-REC.
               05  HOLD-REC-DATA PIC X(400).

      *****************
      * Second-person approvals, HOLD-ID|APPROVER per line.
      *****************
       FD  RELEASE-FILE.
       01  RELEASE-REC.
               05  RELEASE-REC-DATA PIC X(80).

       WORKING-STORAGE SECTION.
       01  PAYABLES-STATUS PIC 99.
       01  PAYABLES-FILENAME PIC X(256).
       01  REJECT-FILENAME PIC X(256).
       01  REPORT-STATUS PIC 99.
       01  REPORT-FILENAME PIC X(256).
       01  COUNTERPARTY-STATUS PIC 99.
       01  COUNTERPARTY-FILENAME PIC X(256).
       01  BLOCK-LIST-STATUS PIC 99.
       01  BLOCK-LIST-FILENAME PIC X(256).
       01  HOLD-STATUS PIC 99.
       01  HOLD-FILENAME PIC X(256).
       01  HOLD-TARGET-FILENAME PIC X(256).
       01  HOLD-TEMP-FILENAME PIC X(256).
       01  HOLD-RENAME-STATUS PIC S9(9) USAGE COMP-5.
       01  RELEASE-STATUS PIC 99.
       01  RELEASE-FILENAME PIC X(256).

       01  PAY-MODE-CONTROL.
               05  PAY-MODE PIC X(6).
                       10  PAY-OUR-REFERENCE PIC X(32).
                       10  PAY-RECIPIENT-NAME PIC X(64).

      *****************
      * What the counterparty master and the hold file say about
      * the payment. PAY-KNOWN-IBAN is an IBAN the same name was
      * seen on before, PAY-KNOWN-BIC the bank the IBAN had.
      *****************
                       10  PAY-SCREEN-STATE PIC X(1).
                               88  PAY-IS-HELD VALUE 'H'.
                               88  PAY-IS-RELEASED VALUE 'R'.
                       10  PAY-IBAN-KNOWN PIC X(1).
                               88  PAY-IBAN-IS-KNOWN VALUE 'Y'.
                       10  PAY-NAME-KNOWN PIC X(1).
                               88  PAY-NAME-IS-KNOWN VALUE 'Y'.
                       10  PAY-KNOWN-IBAN PIC X(24).
                       10  PAY-KNOWN-BIC PIC X(11).
                       10  PAY-CPTY-OUT-TOTAL
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  PAY-CPTY-OUT-COUNT PIC 9(8).

       77  PAYMENT-LIMIT PIC 9(4) USAGE COMP VALUE 2000.

       01  PAYABLE-LINE-FIELDS.
               05  AMOUNT-DIFFERENCE PIC S9(9)V99 USAGE COMP-3.
               05  MISMATCH-AMOUNT-EDIT PIC -9(9).99.

      *****************
      * Screening of the CREATE run. The block list is the same
      * file NORDAC01 diverts incoming rows with.
      *****************
       01  BLOCK-LIST-TABLE.
               05  BLOCK-LIST-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  BLOCK-LIST-ENTRY OCCURS 500 TIMES
                           INDEXED BY BLOCK-LIST-IDX.
                       10  BLOCKED-IBAN PIC X(24).
                       10  BLOCKED-REASON PIC X(40).

       77  BLOCK-LIST-LIMIT PIC 9(4) USAGE COMP VALUE 500.

       01  SCREEN-CONTROL.
               05  PAY-OPERATOR PIC X(16).
               05  SCREEN-FACTOR-TEXT PIC X(8).
               05  SCREEN-FACTOR PIC 9(3)V9 VALUE 3.
               05  SCREEN-AVERAGE PIC S9(11)V99 USAGE COMP-3.
               05  SCREEN-LIMIT-AMOUNT PIC S9(11)V99 USAGE COMP-3.
               05  SCREEN-HOLD-CODE PIC X(2).
               05  SCREEN-HOLD-TEXT PIC X(40).
               05  SCREEN-HOLD-NOTE PIC X(40).
               05  SCREEN-EDIT-AMOUNT PIC -9(9).99.
               05  SHOW-HOLD-STATE PIC X(1).
               05  BLOCK-CHECK-IBAN PIC X(34).
               05  BLOCK-CHECK-FLAG PIC X(1).
                       88  BLOCK-CHECK-IS-BLOCKED VALUE 'Y'.
               05  HELD-THIS-RUN PIC 9(6) USAGE COMP VALUE 0.
               05  RELEASED-THIS-RUN PIC 9(6) USAGE COMP VALUE 0.
               05  RELEASE-REFUSED-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  STILL-HELD-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  RELEASE-UNKNOWN-COUNT PIC 9(6) USAGE COMP VALUE 0.

      *****************
      * Held payments - carried over from the hold file and held
      * by this run. HOLD-STATE:
      *   C carried over, still held     N held by this run
      *   A approved on the release file R released into this run
      *   F release refused, still held
      *****************
       01  HOLD-TABLE.
               05  HOLD-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  HOLD-ENTRY OCCURS 2000 TIMES
                           INDEXED BY HOLD-IDX HOLD-WRITE-IDX.
                       10  HOLD-ID PIC X(22).
                       10  HOLD-RUN-ID PIC X(17).
                       10  HOLD-OPERATOR PIC X(16).
                       10  HOLD-REASON-CODE PIC X(2).
                       10  HOLD-REASON-TEXT PIC X(40).
                       10  HOLD-DUE-DATE PIC X(10).
                       10  HOLD-IBAN PIC X(34).
                       10  HOLD-BIC PIC X(11).
                       10  HOLD-AMOUNT PIC S9(9)V99 USAGE COMP-3.
                       10  HOLD-OUR-REFERENCE PIC X(32).
                       10  HOLD-RECIPIENT-NAME PIC X(64).
                       10  HOLD-STATE PIC X(1).
                               88  HOLD-IS-CARRIED VALUE 'C'.
                               88  HOLD-IS-NEW VALUE 'N'.
                               88  HOLD-IS-APPROVED VALUE 'A'.
                               88  HOLD-IS-RELEASED VALUE 'R'.
                               88  HOLD-IS-REFUSED VALUE 'F'.
                       10  HOLD-NOTE PIC X(40).
                       10  HOLD-APPROVER PIC X(16).
                       10  HOLD-RELEASE-NOTE PIC X(40).
                       10  HOLD-NEW-END-TO-END-ID PIC X(22).

       77  HOLD-LIMIT PIC 9(4) USAGE COMP VALUE 2000.

       01  HOLD-LINE-FIELDS.
               05  HOLD-AMOUNT-TEXT PIC X(15).
               05  HOLD-AMOUNT-EDIT PIC -9(9).99.

       01  RELEASE-LINE-FIELDS.
               05  RELEASE-HOLD-ID PIC X(22).
               05  RELEASE-APPROVER PIC X(16).
               05  RELEASE-FOUND PIC X(1).
                       88  RELEASE-WAS-FOUND VALUE 'Y'.

       01  RUN-COUNTERS.
               05  PAYABLES-READ-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  PAYMENTS-ISSUED-COUNT PIC 9(6) USAGE COMP

       01  REPORT-HEADING-LINE.
               05  FILLER PIC X(10) VALUE 'NORDAC05'.
               05  RPT-HEAD-TITLE PIC X(36)
                           VALUE 'PAYMENT RUN SETTLEMENT REPORT'.
               05  FILLER PIC X(4) VALUE 'RUN '.
               05  RPT-HEAD-RUN-ID PIC X(17).
                   MOVE 'NORDAC05.REJ' TO REJECT-FILENAME
           END-IF

           PERFORM INITIALIZE-SCREENING

           OPEN INPUT PAYABLES-FILE
           IF PAYABLES-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC05: CANNOT OPEN "
           END-PERFORM
           CLOSE PAYABLES-FILE

           PERFORM SCREEN-PAYMENT-RUN
           PERFORM RELEASE-APPROVED-HOLDS

           PERFORM WRITE-PAIN-FILE
           PERFORM APPEND-REGISTER-LINES
           PERFORM REWRITE-HOLD-FILE
           CLOSE REJECT-FILE
           PERFORM WRITE-SCREENING-REPORT

           DISPLAY "NORDAC05: PAYABLES READ    " PAYABLES-READ-COUNT
           DISPLAY "NORDAC05: PAYMENTS ISSUED  "
                   PAYMENTS-ISSUED-COUNT
           DISPLAY "NORDAC05: REJECTED         " REJECT-COUNT
           DISPLAY "NORDAC05: HELD THIS RUN    " HELD-THIS-RUN
           DISPLAY "NORDAC05: RELEASED         " RELEASED-THIS-RUN
           DISPLAY "NORDAC05: STILL HELD       " STILL-HELD-COUNT
           DISPLAY "NORDAC05: PAIN.001 IN "
                   FUNCTION TRIM(PAIN-FILENAME)
           DISPLAY "NORDAC05: REGISTER IN "
                           TO PAY-OUR-REFERENCE(PAYMENT-IDX)
                   MOVE PAYABLE-NAME
                           TO PAY-RECIPIENT-NAME(PAYMENT-IDX)
                   MOVE SPACES TO PAY-SCREEN-STATE(PAYMENT-IDX)
                   MOVE 'N' TO PAY-IBAN-KNOWN(PAYMENT-IDX)
                   MOVE 'N' TO PAY-NAME-KNOWN(PAYMENT-IDX)
                   MOVE SPACES TO PAY-KNOWN-IBAN(PAYMENT-IDX)
                   MOVE SPACES TO PAY-KNOWN-BIC(PAYMENT-IDX)
                   MOVE 0 TO PAY-CPTY-OUT-TOTAL(PAYMENT-IDX)
                   MOVE 0 TO PAY-CPTY-OUT-COUNT(PAYMENT-IDX)
                   ADD PAY-AMOUNT(PAYMENT-IDX) TO PAIN-CONTROL-SUM
                   ADD 1 TO PAYMENTS-ISSUED-COUNT
           ELSE
                   RUN-TIME-TEXT(5:2) DELIMITED BY SIZE
                   INTO PAIN-ISO-DATETIME
           END-STRING
           MOVE PAYMENTS-ISSUED-COUNT TO PAIN-TX-COUNT-TEXT
           MOVE PAIN-CONTROL-SUM TO PAIN-SUM-EDIT

           MOVE '<GrpHdr>' TO PAIN-REC-DATA
           .

       WRITE-PAIN-PAYMENT-BLOCK.
           IF PAY-IS-HELD(PAYMENT-WRITE-IDX)
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PAIN-ISO-DATE
           MOVE PAY-DUE-DATE(PAYMENT-WRITE-IDX)(7:4)
                   TO PAIN-ISO-DATE(1:4)
           .

       APPEND-ONE-REGISTER-LINE.
           IF PAY-IS-HELD(PAYMENT-WRITE-IDX)
                   EXIT PARAGRAPH
           END-IF
           MOVE PAY-AMOUNT(PAYMENT-WRITE-IDX) TO PREG-AMOUNT-EDIT
           MOVE SPACES TO PAY-REGISTER-DATA
           STRING
           EXIT
           .

      *****************
      * A named block list, master or release file that cannot be
      * read stops the run, as in NORDAC01 - screening that
      * silently does not happen is worse than none. A missing
      * register or hold file is only the first run's empty one.
      *****************
       INITIALIZE-SCREENING.
           ACCEPT COUNTERPARTY-FILENAME FROM ENVIRONMENT 'CPTYFILE'
           ACCEPT BLOCK-LIST-FILENAME
                   FROM ENVIRONMENT 'BLOCKLISTFILE'
           ACCEPT HOLD-FILENAME FROM ENVIRONMENT 'NORDPAYHOLD'
           ACCEPT RELEASE-FILENAME FROM ENVIRONMENT 'NORDPAYRELEASE'
           ACCEPT PAY-OPERATOR FROM ENVIRONMENT 'NORDPAYOPERATOR'
           ACCEPT SCREEN-FACTOR-TEXT FROM ENVIRONMENT 'NORDPAYFACTOR'
           ACCEPT REPORT-FILENAME FROM ENVIRONMENT 'NORDPAYRPT'
           IF PAY-OPERATOR EQUAL SPACES
                   DISPLAY "NORDAC05: NORDPAYOPERATOR NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF HOLD-FILENAME EQUAL SPACES
                   MOVE 'NORDAC05.HLD' TO HOLD-FILENAME
           END-IF
           IF REPORT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC05.SCR' TO REPORT-FILENAME
           END-IF
           IF SCREEN-FACTOR-TEXT NOT EQUAL SPACES
                   IF FUNCTION NUMVAL(SCREEN-FACTOR-TEXT) < 1
                           DISPLAY "NORDAC05: NORDPAYFACTOR MUST BE "
                                   "A NUMBER OF AT LEAST 1"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   COMPUTE SCREEN-FACTOR =
                           FUNCTION NUMVAL(SCREEN-FACTOR-TEXT)
           END-IF
           MOVE 'PAYMENT RUN SCREENING REPORT' TO RPT-HEAD-TITLE

           IF BLOCK-LIST-FILENAME NOT EQUAL SPACES
                   PERFORM LOAD-BLOCK-LIST
           END-IF
           PERFORM LOAD-REGISTER-FOR-SCREENING
           PERFORM LOAD-HOLD-FILE
           IF RELEASE-FILENAME NOT EQUAL SPACES
                   PERFORM LOAD-RELEASE-FILE
           END-IF
           EXIT
           .

       LOAD-BLOCK-LIST.
           MOVE 0 TO BLOCK-LIST-COUNT
           OPEN INPUT BLOCK-LIST-FILE
           IF BLOCK-LIST-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC05: CANNOT OPEN "
                           FUNCTION TRIM(BLOCK-LIST-FILENAME)
                           ", STATUS " BLOCK-LIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-BLOCK-LIST-FILE
                   IF BLOCK-LIST-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM ADD-BLOCK-LIST-ENTRY
           END-PERFORM
           CLOSE BLOCK-LIST-FILE
           EXIT
           .

       READ-BLOCK-LIST-FILE.
           READ BLOCK-LIST-FILE INTO BLOCK-LIST-REC
           EXIT
           .

       ADD-BLOCK-LIST-ENTRY.
           IF BLOCK-LIST-DATA(1:1) EQUAL '*'
                   OR BLOCK-LIST-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           IF BLOCK-LIST-COUNT < BLOCK-LIST-LIMIT
                   ADD 1 TO BLOCK-LIST-COUNT
                   SET BLOCK-LIST-IDX TO BLOCK-LIST-COUNT
                   MOVE SPACES TO BLOCKED-REASON(BLOCK-LIST-IDX)
                   UNSTRING BLOCK-LIST-DATA
                   DELIMITED BY '|'
                   INTO BLOCKED-IBAN(BLOCK-LIST-IDX)
                        BLOCKED-REASON(BLOCK-LIST-IDX)
                   END-UNSTRING
           ELSE
                   DISPLAY "ERROR: BLOCK LIST TABLE FULL - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       CHECK-BLOCK-LIST.
           MOVE 'N' TO BLOCK-CHECK-FLAG
           SET BLOCK-LIST-IDX TO 1
           SEARCH BLOCK-LIST-ENTRY
                   AT END
                           CONTINUE
                   WHEN BLOCK-LIST-IDX > BLOCK-LIST-COUNT
                           CONTINUE
                   WHEN BLOCKED-IBAN(BLOCK-LIST-IDX)
                                   EQUAL BLOCK-CHECK-IBAN
                           MOVE 'Y' TO BLOCK-CHECK-FLAG
           END-SEARCH
           EXIT
           .

       LOAD-REGISTER-FOR-SCREENING.
           MOVE 0 TO PAY-REGISTER-COUNT
           OPEN INPUT PAY-REGISTER-FILE
           IF PAY-REGISTER-STATUS NOT EQUAL 00
                   EXIT PARAGRAPH
           END-IF

           PERFORM FOREVER
                   PERFORM READ-PAY-REGISTER-FILE
                   IF PAY-REGISTER-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM ADD-PAY-REGISTER-ENTRY
           END-PERFORM
           CLOSE PAY-REGISTER-FILE
           EXIT
           .

       LOAD-HOLD-FILE.
           MOVE 0 TO HOLD-COUNT
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS NOT EQUAL 00
                   EXIT PARAGRAPH
           END-IF

           PERFORM FOREVER
                   PERFORM READ-HOLD-FILE
                   IF HOLD-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM ADD-CARRIED-HOLD
           END-PERFORM
           CLOSE HOLD-FILE
           EXIT
           .

       READ-HOLD-FILE.
           READ HOLD-FILE INTO HOLD-REC
           EXIT
           .

       ADD-CARRIED-HOLD.
           IF HOLD-REC-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           PERFORM NEW-HOLD-TABLE-ENTRY
           MOVE SPACES TO HOLD-AMOUNT-TEXT
           UNSTRING HOLD-REC-DATA
           DELIMITED BY '|'
           INTO HOLD-ID(HOLD-IDX)
                HOLD-RUN-ID(HOLD-IDX)
                HOLD-OPERATOR(HOLD-IDX)
                HOLD-REASON-CODE(HOLD-IDX)
                HOLD-REASON-TEXT(HOLD-IDX)
                HOLD-DUE-DATE(HOLD-IDX)
                HOLD-IBAN(HOLD-IDX)
                HOLD-BIC(HOLD-IDX)
                HOLD-AMOUNT-TEXT
                HOLD-OUR-REFERENCE(HOLD-IDX)
                HOLD-RECIPIENT-NAME(HOLD-IDX)
                HOLD-NOTE(HOLD-IDX)
           END-UNSTRING
           MOVE HOLD-AMOUNT-TEXT TO HOLD-AMOUNT(HOLD-IDX)
           MOVE 'C' TO HOLD-STATE(HOLD-IDX)
           EXIT
           .

       NEW-HOLD-TABLE-ENTRY.
           IF HOLD-COUNT < HOLD-LIMIT
                   ADD 1 TO HOLD-COUNT
                   SET HOLD-IDX TO HOLD-COUNT
                   MOVE SPACES TO HOLD-ENTRY(HOLD-IDX)
                   MOVE 0 TO HOLD-AMOUNT(HOLD-IDX)
           ELSE
                   DISPLAY "ERROR: HOLD TABLE FULL - RUN STOPPED; "
                           "RELEASE OR CANCEL HELD PAYMENTS"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       LOAD-RELEASE-FILE.
           OPEN INPUT RELEASE-FILE
           IF RELEASE-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC05: CANNOT OPEN "
                           FUNCTION TRIM(RELEASE-FILENAME)
                           ", STATUS " RELEASE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-RELEASE-FILE
                   IF RELEASE-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM APPLY-RELEASE-LINE
           END-PERFORM
           CLOSE RELEASE-FILE
           EXIT
           .

       READ-RELEASE-FILE.
           READ RELEASE-FILE INTO RELEASE-REC
           EXIT
           .

      *****************
      * Four eyes: the approver must be named and must be neither
      * the operator whose run held the payment nor the operator
      * of this run. A refused release leaves the payment on hold
      * and says why in the report.
      *****************
       APPLY-RELEASE-LINE.
           IF RELEASE-REC-DATA(1:1) EQUAL '*'
                   OR RELEASE-REC-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO RELEASE-HOLD-ID
           MOVE SPACES TO RELEASE-APPROVER
           UNSTRING RELEASE-REC-DATA
           DELIMITED BY '|'
           INTO RELEASE-HOLD-ID
                RELEASE-APPROVER
           END-UNSTRING

           MOVE 'N' TO RELEASE-FOUND
           SET HOLD-IDX TO 1
           SEARCH HOLD-ENTRY
                   AT END
                           CONTINUE
                   WHEN HOLD-IDX > HOLD-COUNT
                           CONTINUE
                   WHEN HOLD-ID(HOLD-IDX) EQUAL RELEASE-HOLD-ID
                           AND HOLD-IS-CARRIED(HOLD-IDX)
                           MOVE 'Y' TO RELEASE-FOUND
           END-SEARCH
           IF NOT RELEASE-WAS-FOUND
                   DISPLAY "WARNING: RELEASE FOR UNKNOWN HOLD "
                           FUNCTION TRIM(RELEASE-HOLD-ID)
                   ADD 1 TO RELEASE-UNKNOWN-COUNT
                   EXIT PARAGRAPH
           END-IF

           MOVE RELEASE-APPROVER TO HOLD-APPROVER(HOLD-IDX)
           EVALUATE TRUE
                   WHEN RELEASE-APPROVER EQUAL SPACES
                           MOVE 'F' TO HOLD-STATE(HOLD-IDX)
                           MOVE 'NO APPROVER NAMED'
                                   TO HOLD-RELEASE-NOTE(HOLD-IDX)
                           ADD 1 TO RELEASE-REFUSED-COUNT
                   WHEN RELEASE-APPROVER EQUAL HOLD-OPERATOR(HOLD-IDX)
                           MOVE 'F' TO HOLD-STATE(HOLD-IDX)
                           MOVE 'APPROVER RAN THE HOLDING RUN'
                                   TO HOLD-RELEASE-NOTE(HOLD-IDX)
                           ADD 1 TO RELEASE-REFUSED-COUNT
                   WHEN RELEASE-APPROVER EQUAL PAY-OPERATOR
                           MOVE 'F' TO HOLD-STATE(HOLD-IDX)
                           MOVE 'APPROVER RUNS THE RELEASING RUN'
                                   TO HOLD-RELEASE-NOTE(HOLD-IDX)
                           ADD 1 TO RELEASE-REFUSED-COUNT
                   WHEN OTHER
                           MOVE 'A' TO HOLD-STATE(HOLD-IDX)
           END-EVALUATE
           EXIT
           .

      *****************
      * The counterparty master is keyed by IBAN, but a changed
      * IBAN is found by name, so it is read once end to end and
      * every record is held against the whole run.
      *****************
       SCREEN-PAYMENT-RUN.
           IF COUNTERPARTY-FILENAME NOT EQUAL SPACES
                   PERFORM SCAN-COUNTERPARTY-MASTER
           END-IF

           PERFORM SCREEN-ONE-PAYMENT
                   VARYING PAYMENT-IDX FROM 1 BY 1
                   UNTIL PAYMENT-IDX > PAYMENT-COUNT
           EXIT
           .

       SCAN-COUNTERPARTY-MASTER.
           OPEN INPUT COUNTERPARTY-FILE
           IF COUNTERPARTY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC05: CANNOT OPEN "
                           FUNCTION TRIM(COUNTERPARTY-FILENAME)
                           ", STATUS " COUNTERPARTY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-COUNTERPARTY-FILE
                   IF COUNTERPARTY-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM MATCH-CPTY-TO-PAYMENT
                           VARYING PAYMENT-IDX FROM 1 BY 1
                           UNTIL PAYMENT-IDX > PAYMENT-COUNT
           END-PERFORM
           CLOSE COUNTERPARTY-FILE
           EXIT
           .

       READ-COUNTERPARTY-FILE.
           READ COUNTERPARTY-FILE NEXT RECORD
           EXIT
           .

       MATCH-CPTY-TO-PAYMENT.
           IF CPTY-IBAN EQUAL PAY-IBAN(PAYMENT-IDX)
                   MOVE 'Y' TO PAY-IBAN-KNOWN(PAYMENT-IDX)
                   MOVE CPTY-BIC TO PAY-KNOWN-BIC(PAYMENT-IDX)
                   MOVE CPTY-OUT-TOTAL
                           TO PAY-CPTY-OUT-TOTAL(PAYMENT-IDX)
                   MOVE CPTY-OUT-COUNT
                           TO PAY-CPTY-OUT-COUNT(PAYMENT-IDX)
                   EXIT PARAGRAPH
           END-IF
           IF PAY-RECIPIENT-NAME(PAYMENT-IDX) NOT EQUAL SPACES
                   AND FUNCTION UPPER-CASE(CPTY-NAME) EQUAL
                       FUNCTION UPPER-CASE(
                               PAY-RECIPIENT-NAME(PAYMENT-IDX))
                   MOVE 'Y' TO PAY-NAME-KNOWN(PAYMENT-IDX)
                   MOVE CPTY-IBAN TO PAY-KNOWN-IBAN(PAYMENT-IDX)
           END-IF
           EXIT
           .

      *****************
      * First reason found wins, most serious first. The BIC is
      * compared on its first eight characters - the same bank
      * written with and without the XXX branch code is no change.
      *****************
       SCREEN-ONE-PAYMENT.
           MOVE SPACES TO SCREEN-HOLD-CODE
           MOVE SPACES TO SCREEN-HOLD-TEXT
           MOVE SPACES TO SCREEN-HOLD-NOTE

           MOVE PAY-IBAN(PAYMENT-IDX) TO BLOCK-CHECK-IBAN
           PERFORM CHECK-BLOCK-LIST
           IF BLOCK-CHECK-IS-BLOCKED
                   MOVE 'BL' TO SCREEN-HOLD-CODE
                   MOVE 'IBAN ON BLOCK LIST' TO SCREEN-HOLD-TEXT
                   MOVE BLOCKED-REASON(BLOCK-LIST-IDX)
                           TO SCREEN-HOLD-NOTE
           END-IF

           IF SCREEN-HOLD-CODE EQUAL SPACES
                   AND PAY-NAME-IS-KNOWN(PAYMENT-IDX)
                   AND NOT PAY-IBAN-IS-KNOWN(PAYMENT-IDX)
                   MOVE 'NI' TO SCREEN-HOLD-CODE
                   MOVE 'NEW IBAN FOR KNOWN PAYEE' TO SCREEN-HOLD-TEXT
                   STRING
                           'KNOWN IBAN ' DELIMITED BY SIZE
                           PAY-KNOWN-IBAN(PAYMENT-IDX)
                                   DELIMITED BY SIZE
                           INTO SCREEN-HOLD-NOTE
                   END-STRING
           END-IF

           IF SCREEN-HOLD-CODE EQUAL SPACES
                   AND PAY-IBAN-IS-KNOWN(PAYMENT-IDX)
                   AND PAY-KNOWN-BIC(PAYMENT-IDX) NOT EQUAL SPACES
                   AND PAY-BIC(PAYMENT-IDX) NOT EQUAL SPACES
                   AND PAY-KNOWN-BIC(PAYMENT-IDX)(1:8)
                           NOT EQUAL PAY-BIC(PAYMENT-IDX)(1:8)
                   MOVE 'NB' TO SCREEN-HOLD-CODE
                   MOVE 'NEW BIC FOR KNOWN IBAN' TO SCREEN-HOLD-TEXT
                   STRING
                           'KNOWN BIC ' DELIMITED BY SIZE
                           PAY-KNOWN-BIC(PAYMENT-IDX) DELIMITED BY SIZE
                           INTO SCREEN-HOLD-NOTE
                   END-STRING
           END-IF

           IF SCREEN-HOLD-CODE EQUAL SPACES
                   AND PAY-OUR-REFERENCE(PAYMENT-IDX) NOT EQUAL SPACES
                   PERFORM CHECK-REPEATED-REFERENCE
           END-IF

           IF SCREEN-HOLD-CODE EQUAL SPACES
                   AND PAY-IBAN-IS-KNOWN(PAYMENT-IDX)
                   AND PAY-CPTY-OUT-COUNT(PAYMENT-IDX) > 0
                   PERFORM CHECK-USUAL-AMOUNT
           END-IF

           IF SCREEN-HOLD-CODE NOT EQUAL SPACES
                   PERFORM HOLD-ONE-PAYMENT
           END-IF
           EXIT
           .

       CHECK-REPEATED-REFERENCE.
           PERFORM CHECK-ONE-REGISTER-REPEAT
                   VARYING PAY-REGISTER-IDX FROM 1 BY 1
                   UNTIL PAY-REGISTER-IDX > PAY-REGISTER-COUNT
                       OR SCREEN-HOLD-CODE NOT EQUAL SPACES
           PERFORM CHECK-ONE-RUN-REPEAT
                   VARYING PAYMENT-WRITE-IDX FROM 1 BY 1
                   UNTIL PAYMENT-WRITE-IDX >= PAYMENT-IDX
                       OR SCREEN-HOLD-CODE NOT EQUAL SPACES
           PERFORM CHECK-ONE-HOLD-REPEAT
                   VARYING HOLD-WRITE-IDX FROM 1 BY 1
                   UNTIL HOLD-WRITE-IDX > HOLD-COUNT
                       OR SCREEN-HOLD-CODE NOT EQUAL SPACES
           EXIT
           .

      *****************
      * Holds carried in from the hold file, whatever their release
      * state; a hold made by this run is one of the payables
      * already compared above.
      *****************
       CHECK-ONE-HOLD-REPEAT.
           IF HOLD-IS-NEW(HOLD-WRITE-IDX)
                   EXIT PARAGRAPH
           END-IF
           IF HOLD-OUR-REFERENCE(HOLD-WRITE-IDX)
                           EQUAL PAY-OUR-REFERENCE(PAYMENT-IDX)
                   AND HOLD-AMOUNT(HOLD-WRITE-IDX)
                           EQUAL PAY-AMOUNT(PAYMENT-IDX)
                   MOVE 'DP' TO SCREEN-HOLD-CODE
                   MOVE 'REFERENCE AND AMOUNT ALREADY HELD'
                           TO SCREEN-HOLD-TEXT
                   STRING
                           'AS ' DELIMITED BY SIZE
                           FUNCTION TRIM(HOLD-ID(HOLD-WRITE-IDX))
                                   DELIMITED BY SIZE
                           INTO SCREEN-HOLD-NOTE
                   END-STRING
           END-IF
           EXIT
           .

       CHECK-ONE-REGISTER-REPEAT.
           IF (PREG-IS-PENDING(PAY-REGISTER-IDX)
                   OR PREG-IS-SETTLED(PAY-REGISTER-IDX))
                   AND PREG-OUR-REFERENCE(PAY-REGISTER-IDX)
                           EQUAL PAY-OUR-REFERENCE(PAYMENT-IDX)
                   AND PREG-AMOUNT(PAY-REGISTER-IDX)
                           EQUAL PAY-AMOUNT(PAYMENT-IDX)
                   MOVE 'DP' TO SCREEN-HOLD-CODE
                   MOVE 'REFERENCE AND AMOUNT ALREADY PAID'
                           TO SCREEN-HOLD-TEXT
                   STRING
                           'AS ' DELIMITED BY SIZE
                           FUNCTION TRIM(PREG-END-TO-END-ID(
                                   PAY-REGISTER-IDX))
                                   DELIMITED BY SIZE
                           ' STATUS ' DELIMITED BY SIZE
                           PREG-STATUS(PAY-REGISTER-IDX)
                                   DELIMITED BY SIZE
                           INTO SCREEN-HOLD-NOTE
                   END-STRING
           END-IF
           EXIT
           .

       CHECK-ONE-RUN-REPEAT.
           IF PAY-OUR-REFERENCE(PAYMENT-WRITE-IDX)
                           EQUAL PAY-OUR-REFERENCE(PAYMENT-IDX)
                   AND PAY-AMOUNT(PAYMENT-WRITE-IDX)
                           EQUAL PAY-AMOUNT(PAYMENT-IDX)
                   MOVE 'DP' TO SCREEN-HOLD-CODE
                   MOVE 'REFERENCE AND AMOUNT TWICE IN RUN'
                           TO SCREEN-HOLD-TEXT
                   STRING
                           'AS ' DELIMITED BY SIZE
                           FUNCTION TRIM(PAY-END-TO-END-ID(
                                   PAYMENT-WRITE-IDX))
                                   DELIMITED BY SIZE
                           INTO SCREEN-HOLD-NOTE
                   END-STRING
           END-IF
           EXIT
           .

       CHECK-USUAL-AMOUNT.
           COMPUTE SCREEN-AVERAGE ROUNDED =
                   PAY-CPTY-OUT-TOTAL(PAYMENT-IDX)
                   / PAY-CPTY-OUT-COUNT(PAYMENT-IDX)
           COMPUTE SCREEN-LIMIT-AMOUNT ROUNDED =
                   SCREEN-AVERAGE * SCREEN-FACTOR
           IF PAY-AMOUNT(PAYMENT-IDX) > SCREEN-LIMIT-AMOUNT
                   MOVE 'AL' TO SCREEN-HOLD-CODE
                   MOVE 'AMOUNT FAR ABOVE USUAL' TO SCREEN-HOLD-TEXT
                   MOVE SCREEN-AVERAGE TO SCREEN-EDIT-AMOUNT
                   STRING
                           'AVERAGE ' DELIMITED BY SIZE
                           SCREEN-EDIT-AMOUNT DELIMITED BY SIZE
                           INTO SCREEN-HOLD-NOTE
                   END-STRING
           END-IF
           EXIT
           .

      *****************
      * A held payment keeps its table slot - and with it the
      * end-to-end id it would have gone out under, which becomes
      * its hold id - but leaves the pain.001 totals.
      *****************
       HOLD-ONE-PAYMENT.
           MOVE 'H' TO PAY-SCREEN-STATE(PAYMENT-IDX)
           SUBTRACT PAY-AMOUNT(PAYMENT-IDX) FROM PAIN-CONTROL-SUM
           SUBTRACT 1 FROM PAYMENTS-ISSUED-COUNT
           ADD 1 TO HELD-THIS-RUN

           PERFORM NEW-HOLD-TABLE-ENTRY
           MOVE PAY-END-TO-END-ID(PAYMENT-IDX) TO HOLD-ID(HOLD-IDX)
           MOVE RUN-ID TO HOLD-RUN-ID(HOLD-IDX)
           MOVE PAY-OPERATOR TO HOLD-OPERATOR(HOLD-IDX)
           MOVE SCREEN-HOLD-CODE TO HOLD-REASON-CODE(HOLD-IDX)
           MOVE SCREEN-HOLD-TEXT TO HOLD-REASON-TEXT(HOLD-IDX)
           MOVE PAY-DUE-DATE(PAYMENT-IDX) TO HOLD-DUE-DATE(HOLD-IDX)
           MOVE PAY-IBAN(PAYMENT-IDX) TO HOLD-IBAN(HOLD-IDX)
           MOVE PAY-BIC(PAYMENT-IDX) TO HOLD-BIC(HOLD-IDX)
           MOVE PAY-AMOUNT(PAYMENT-IDX) TO HOLD-AMOUNT(HOLD-IDX)
           MOVE PAY-OUR-REFERENCE(PAYMENT-IDX)
                   TO HOLD-OUR-REFERENCE(HOLD-IDX)
           MOVE PAY-RECIPIENT-NAME(PAYMENT-IDX)
                   TO HOLD-RECIPIENT-NAME(HOLD-IDX)
           MOVE SCREEN-HOLD-NOTE TO HOLD-NOTE(HOLD-IDX)
           MOVE 'N' TO HOLD-STATE(HOLD-IDX)

           DISPLAY "NORDAC05: PAYMENT HELD "
                   FUNCTION TRIM(PAY-END-TO-END-ID(PAYMENT-IDX))
                   " - " FUNCTION TRIM(SCREEN-HOLD-TEXT)
           EXIT
           .

       RELEASE-APPROVED-HOLDS.
           PERFORM RELEASE-ONE-HOLD
                   VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT
           EXIT
           .

      *****************
      * An approved payment joins this run as if it had been on
      * the payables file, under a fresh end-to-end id. Approval
      * does not overrule the block list - an IBAN still listed
      * there stays held until the list itself is changed - nor
      * the repeat check: a reference and amount already pending
      * or settled on the register, or already going out in this
      * run, stays held.
      *****************
       RELEASE-ONE-HOLD.
           IF NOT HOLD-IS-APPROVED(HOLD-IDX)
                   EXIT PARAGRAPH
           END-IF

           MOVE HOLD-IBAN(HOLD-IDX) TO BLOCK-CHECK-IBAN
           PERFORM CHECK-BLOCK-LIST
           IF BLOCK-CHECK-IS-BLOCKED
                   MOVE 'F' TO HOLD-STATE(HOLD-IDX)
                   MOVE 'IBAN IS ON THE BLOCK LIST'
                           TO HOLD-RELEASE-NOTE(HOLD-IDX)
                   ADD 1 TO RELEASE-REFUSED-COUNT
                   EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO SCREEN-HOLD-NOTE
           IF HOLD-OUR-REFERENCE(HOLD-IDX) NOT EQUAL SPACES
                   PERFORM CHECK-ONE-REGISTER-RELEASE
                           VARYING PAY-REGISTER-IDX FROM 1 BY 1
                           UNTIL PAY-REGISTER-IDX > PAY-REGISTER-COUNT
                               OR SCREEN-HOLD-NOTE NOT EQUAL SPACES
                   PERFORM CHECK-ONE-RUN-RELEASE
                           VARYING PAYMENT-WRITE-IDX FROM 1 BY 1
                           UNTIL PAYMENT-WRITE-IDX > PAYMENT-COUNT
                               OR SCREEN-HOLD-NOTE NOT EQUAL SPACES
           END-IF
           IF SCREEN-HOLD-NOTE NOT EQUAL SPACES
                   MOVE 'F' TO HOLD-STATE(HOLD-IDX)
                   MOVE SCREEN-HOLD-NOTE
                           TO HOLD-RELEASE-NOTE(HOLD-IDX)
                   ADD 1 TO RELEASE-REFUSED-COUNT
                   EXIT PARAGRAPH
           END-IF

           MOVE HOLD-DUE-DATE(HOLD-IDX) TO PAYABLE-DUE-DATE
           MOVE HOLD-IBAN(HOLD-IDX) TO PAYABLE-IBAN
           MOVE HOLD-BIC(HOLD-IDX) TO PAYABLE-BIC
           MOVE HOLD-AMOUNT(HOLD-IDX) TO HOLD-AMOUNT-EDIT
           MOVE HOLD-AMOUNT-EDIT TO PAYABLE-AMOUNT-TEXT
           MOVE HOLD-OUR-REFERENCE(HOLD-IDX) TO PAYABLE-OUR-REF
           MOVE HOLD-RECIPIENT-NAME(HOLD-IDX) TO PAYABLE-NAME
           PERFORM ADD-PAYMENT-TABLE-ENTRY
           MOVE 'R' TO PAY-SCREEN-STATE(PAYMENT-IDX)
           MOVE PAY-END-TO-END-ID(PAYMENT-IDX)
                   TO HOLD-NEW-END-TO-END-ID(HOLD-IDX)
           MOVE 'R' TO HOLD-STATE(HOLD-IDX)
           ADD 1 TO RELEASED-THIS-RUN
           EXIT
           .

       CHECK-ONE-REGISTER-RELEASE.
           IF (PREG-IS-PENDING(PAY-REGISTER-IDX)
                   OR PREG-IS-SETTLED(PAY-REGISTER-IDX))
                   AND PREG-OUR-REFERENCE(PAY-REGISTER-IDX)
                           EQUAL HOLD-OUR-REFERENCE(HOLD-IDX)
                   AND PREG-AMOUNT(PAY-REGISTER-IDX)
                           EQUAL HOLD-AMOUNT(HOLD-IDX)
                   STRING
                           'ALREADY PAID AS ' DELIMITED BY SIZE
                           FUNCTION TRIM(PREG-END-TO-END-ID(
                                   PAY-REGISTER-IDX))
                                   DELIMITED BY SIZE
                           INTO SCREEN-HOLD-NOTE
                   END-STRING
           END-IF
           EXIT
           .

       CHECK-ONE-RUN-RELEASE.
           IF NOT PAY-IS-HELD(PAYMENT-WRITE-IDX)
                   AND PAY-OUR-REFERENCE(PAYMENT-WRITE-IDX)
                           EQUAL HOLD-OUR-REFERENCE(HOLD-IDX)
                   AND PAY-AMOUNT(PAYMENT-WRITE-IDX)
                           EQUAL HOLD-AMOUNT(HOLD-IDX)
                   STRING
                           'IN THIS RUN AS ' DELIMITED BY SIZE
                           FUNCTION TRIM(PAY-END-TO-END-ID(
                                   PAYMENT-WRITE-IDX))
                                   DELIMITED BY SIZE
                           INTO SCREEN-HOLD-NOTE
                   END-STRING
           END-IF
           EXIT
           .

      *****************
      * Same temp file + rename as the register rewrite. Released
      * payments drop off; everything else stays held.
      *****************
       REWRITE-HOLD-FILE.
           MOVE HOLD-FILENAME TO HOLD-TARGET-FILENAME
           MOVE SPACES TO HOLD-TEMP-FILENAME
           STRING
                   FUNCTION TRIM(HOLD-TARGET-FILENAME)
                           DELIMITED BY SIZE
                   '.TMP' DELIMITED BY SIZE
                   INTO HOLD-TEMP-FILENAME
           END-STRING

           MOVE HOLD-TEMP-FILENAME TO HOLD-FILENAME
           OPEN OUTPUT HOLD-FILE
           IF HOLD-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC05: CANNOT OPEN "
                           FUNCTION TRIM(HOLD-FILENAME)
                           ", STATUS " HOLD-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           MOVE 0 TO STILL-HELD-COUNT
           PERFORM WRITE-ONE-HOLD-LINE
                   VARYING HOLD-WRITE-IDX FROM 1 BY 1
                   UNTIL HOLD-WRITE-IDX > HOLD-COUNT

           CLOSE HOLD-FILE
           CALL "CBL_RENAME_FILE" USING
                   HOLD-TEMP-FILENAME
                   HOLD-TARGET-FILENAME
                   RETURNING HOLD-RENAME-STATUS
           END-CALL
           MOVE HOLD-TARGET-FILENAME TO HOLD-FILENAME
           EXIT
           .

       WRITE-ONE-HOLD-LINE.
           IF HOLD-IS-RELEASED(HOLD-WRITE-IDX)
                   EXIT PARAGRAPH
           END-IF
           ADD 1 TO STILL-HELD-COUNT
           MOVE HOLD-AMOUNT(HOLD-WRITE-IDX) TO HOLD-AMOUNT-EDIT
           MOVE SPACES TO HOLD-REC-DATA
           STRING
                   FUNCTION TRIM(HOLD-ID(HOLD-WRITE-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   HOLD-RUN-ID(HOLD-WRITE-IDX) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-OPERATOR(HOLD-WRITE-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   HOLD-REASON-CODE(HOLD-WRITE-IDX) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-REASON-TEXT(HOLD-WRITE-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   HOLD-DUE-DATE(HOLD-WRITE-IDX) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-IBAN(HOLD-WRITE-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-BIC(HOLD-WRITE-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   HOLD-AMOUNT-EDIT DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-OUR-REFERENCE(HOLD-WRITE-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-RECIPIENT-NAME(HOLD-WRITE-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-NOTE(HOLD-WRITE-IDX))
                           DELIMITED BY SIZE
                   INTO HOLD-REC-DATA
           END-STRING
           WRITE HOLD-REC
           EXIT
           .

       WRITE-SCREENING-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: REPORT FILE NOT AVAILABLE, "
                           "STATUS " REPORT-STATUS
           END-IF
           MOVE 0 TO REPORT-PAGE-NUMBER
           MOVE REPORT-LINES-PER-PAGE TO REPORT-LINE-COUNT

           MOVE 'PAYMENTS HELD THIS RUN:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'N' TO SHOW-HOLD-STATE
           PERFORM DISPLAY-HOLD-LINE
                   VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'RELEASED INTO THIS RUN:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'R' TO SHOW-HOLD-STATE
           PERFORM DISPLAY-HOLD-LINE
                   VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'RELEASE REFUSED, STILL HELD:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'F' TO SHOW-HOLD-STATE
           PERFORM DISPLAY-HOLD-LINE
                   VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'STILL HELD FROM EARLIER RUNS:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'C' TO SHOW-HOLD-STATE
           PERFORM DISPLAY-HOLD-LINE
                   VARYING HOLD-IDX FROM 1 BY 1
                   UNTIL HOLD-IDX > HOLD-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE 'PAYABLES READ' TO RPT-COUNT-LABEL
           MOVE PAYABLES-READ-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'REJECTED' TO RPT-COUNT-LABEL
           MOVE REJECT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'PAYMENTS ISSUED' TO RPT-COUNT-LABEL
           MOVE PAYMENTS-ISSUED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'HELD THIS RUN' TO RPT-COUNT-LABEL
           MOVE HELD-THIS-RUN TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RELEASED INTO THIS RUN' TO RPT-COUNT-LABEL
           MOVE RELEASED-THIS-RUN TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RELEASES REFUSED' TO RPT-COUNT-LABEL
           MOVE RELEASE-REFUSED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RELEASES FOR UNKNOWN HOLDS' TO RPT-COUNT-LABEL
           MOVE RELEASE-UNKNOWN-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ON HOLD AFTER THIS RUN' TO RPT-COUNT-LABEL
           MOVE STILL-HELD-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           EXIT
           .

       DISPLAY-HOLD-LINE.
           IF HOLD-STATE(HOLD-IDX) NOT EQUAL SHOW-HOLD-STATE
                   EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE '  ' TO RPT-INDENT
           MOVE HOLD-ID(HOLD-IDX) TO RPT-LABEL
           MOVE HOLD-AMOUNT(HOLD-IDX) TO RPT-AMOUNT
           MOVE SPACES TO RPT-TAIL
           STRING
                   '  ' DELIMITED BY SIZE
                   HOLD-REASON-CODE(HOLD-IDX) DELIMITED BY SIZE
                   ' ' DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-REASON-TEXT(HOLD-IDX))
                           DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-IBAN(HOLD-IDX))
                           DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(HOLD-OUR-REFERENCE(HOLD-IDX))
                           DELIMITED BY SIZE
                   INTO RPT-TAIL
           END-STRING
           PERFORM WRITE-REPORT-DETAIL

           MOVE SPACES TO REPORT-LINE-WORK
           EVALUATE TRUE
                   WHEN HOLD-IS-RELEASED(HOLD-IDX)
                           STRING
                                   '      APPROVED BY '
                                           DELIMITED BY SIZE
                                   FUNCTION TRIM(
                                           HOLD-APPROVER(HOLD-IDX))
                                           DELIMITED BY SIZE
                                   ', PAID AS ' DELIMITED BY SIZE
                                   HOLD-NEW-END-TO-END-ID(HOLD-IDX)
                                           DELIMITED BY SIZE
                                   INTO REPORT-LINE-WORK
                           END-STRING
                   WHEN HOLD-IS-REFUSED(HOLD-IDX)
                           STRING
                                   '      RELEASE BY ' DELIMITED BY SIZE
                                   FUNCTION TRIM(
                                           HOLD-APPROVER(HOLD-IDX))
                                           DELIMITED BY SIZE
                                   ' REFUSED: ' DELIMITED BY SIZE
                                   FUNCTION TRIM(
                                           HOLD-RELEASE-NOTE(HOLD-IDX))
                                           DELIMITED BY SIZE
                                   INTO REPORT-LINE-WORK
                           END-STRING
                   WHEN OTHER
                           STRING
                                   '      ' DELIMITED BY SIZE
                                   FUNCTION TRIM(
                                       HOLD-RECIPIENT-NAME(HOLD-IDX))
                                           DELIMITED BY SIZE
                                   '  ' DELIMITED BY SIZE
                                   FUNCTION TRIM(HOLD-NOTE(HOLD-IDX))
                                           DELIMITED BY SIZE
                                   '  HELD BY RUN ' DELIMITED BY SIZE
                                   HOLD-RUN-ID(HOLD-IDX)
                                           DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   FUNCTION TRIM(
                                           HOLD-OPERATOR(HOLD-IDX))
                                           DELIMITED BY SIZE
                                   INTO REPORT-LINE-WORK
                           END-STRING
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

      *****************
      * SETTLE: the register and a statement export in, an updated
      * register and the settlement report out.
