                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS OPEN-ITEMS-STATUS.

           SELECT REFPAY-FILE
                   ASSIGN TO REFPAY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REFPAY-STATUS.

           SELECT CATEGORY-FILE
                   ASSIGN TO CATEGORY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS BLOCK-LIST-STATUS.

           SELECT TRANSIT-FILE
                   ASSIGN TO TRANSIT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS TRANSIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  NORDCSV-FILE.
      * Checkpoint/restart progress file, one line per account:
      *   H|ACCOUNT-ID|RECORDS-DONE|SAVED-CREDIT|SAVED-DEBIT
      *    |SAVED-CREDIT-BASE|SAVED-DEBIT-BASE
      * plus one R|RUN-ID line naming the run that began the work.
      * Lets a large export resume where a failed run left off,
      * instead of being reprocessed from the top.
      *****************
      * is aged into the 30/60/90 report and, past the dunning
      * threshold, proposed for a reminder letter. Lines without
      * the two trailing fields still load and match; they just
      * age as current and are never dunned. An item whose
      * reference fails its check digit still loads (and stays on
      * the file), but is listed in the report for correction - no
      * customer can pay it with a valid reference.
      *****************
       FD  OPEN-ITEMS-FILE.
       01  OPEN-ITEMS-REC.
               05  OPEN-ITEMS-DATA PIC X(128).

      *****************
      * Individual reference payments (NORDAC18 output, classic
      * export layout) behind the batched credits on the
      * statement. They are matched against the open items with
      * their own references and nothing else: the money is
      * already in the totals as the bank's batch credit. A
      * negative row is the bank reversing a payment, and reopens
      * the item it had matched.
      *****************
       FD  REFPAY-FILE.
       01  REFPAY-REC.
               05  REFPAY-DATA PIC X(512).

      *****************
      * Merchant/category lookup, one line per rule:
      *   PATTERN <TAB> CATEGORY-NAME
       01  BLOCK-LIST-REC.
               05  BLOCK-LIST-DATA PIC X(128).

      *****************
      * Internal transfers still in transit: legs of a transfer
      * between two of our own accounts whose other leg has not
      * been booked yet. Loaded at startup, paired against this
      * run's legs, and rewritten (temp file + rename) with only
      * the legs still open, one per line:
      *   ACCOUNT-ID|PARTNER-ACCOUNT-ID|YYYYMMDD|AMOUNT|AMOUNT-BASE
      *   |FIRST-RUN-ID
      *****************
       FD  TRANSIT-FILE.
       01  TRANSIT-REC.
               05  TRANSIT-REC-DATA PIC X(128).

       WORKING-STORAGE SECTION.
       01  NORDCSV-STATUS PIC 99.
       01  ACCOUNT-LIST-STATUS PIC 99.
       01  CHECKPOINT-CONTROL.
               05  CHECKPOINT-ACTIVE PIC X(1) VALUE 'N'.
                       88  CHECKPOINT-IS-ACTIVE VALUE 'Y'.
               05  CHECKPOINT-BOOKED-RUN PIC X(17) VALUE SPACES.
               05  CHECKPOINT-RESTART PIC X(1) VALUE 'N'.
                       88  CHECKPOINT-IS-RESTART VALUE 'Y'.

      *****************
      * The run history records are booked under: this run's own
      * id, or on a restart the id of the run that began the work,
      * so the rows booked before and after an abend stay together
      * under one id. The S line says which (BOOKED=).
      *****************
               05  BOOKING-RUN-ID PIC X(17) VALUE SPACES.
               05  SKIP-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  RECORDS-READ-COUNT PIC 9(8) USAGE COMP VALUE 0.

      *   X = per-currency totals        (keyed by account; the two
      *       amount columns carry credit and debit, in the
      *       account's own currency)
      *   I = internal-transfer leg      (keyed by account; one
      *       row per leg - booking date YYYYMMDD then partner
      *       account in the key, own and base amount in the two
      *       amount columns)
      *   P = prior-period adjustment    (keyed by account; see
      *       RESTORE-PRIOR-ADJ-ENTRY)
      *   Q = prior-period diverted rows (keyed by account; credit
      *       and debit in the account's own currency)
      *   M = matched open-item reference (not account-specific)
      *****************
       01  CHECKPOINT-DETAIL-TABLE.
               05  OPEN-ITEM-ENTRY OCCURS 5000 TIMES
                           INDEXED BY OPEN-ITEM-IDX OPEN-ITEM-WRITE-IDX.
                       10  OPEN-ITEM-REFERENCE PIC X(32).
                       10  OPEN-ITEM-MATCH-KEY PIC X(32).
                       10  OPEN-ITEM-AMOUNT PIC S9(9)V99 USAGE COMP-3.
                       10  OPEN-ITEM-INVOICE-DATE PIC X(10).
                       10  OPEN-ITEM-CUSTOMER PIC X(16).
                       10  OPEN-ITEM-MATCHED PIC X(1) VALUE 'N'.
                               88  OPEN-ITEM-IS-MATCHED VALUE 'Y'.
                       10  OPEN-ITEM-BAD-REF PIC X(1) VALUE 'N'.
                               88  OPEN-ITEM-REF-IS-BAD VALUE 'Y'.

       01  OPEN-ITEM-LINE-FIELDS.
               05  OPEN-ITEM-AMOUNT-TEXT PIC X(15).
                       10  AGING-BUCKET-TOTAL PIC S9(9)V99
                                   USAGE COMP-3 VALUE 0.

      *****************
      * References are matched on their compacted form (spaces
      * squeezed out, letters upper-cased - see REF-CHECK-TEXT), so
      * an RF reference printed in groups of four on the invoice
      * still finds a payment that carries it unspaced.
      *****************
       01  MATCH-CONTROL.
               05  MATCH-REFERENCE-LOOKUP PIC X(32).
               05  MATCH-KEY-LOOKUP PIC X(32).
               05  MATCH-ITEM-FOUND PIC X(1).
                       88  MATCH-ITEM-WAS-FOUND VALUE 'Y'.
               05  PAYMENTS-MATCHED-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  PAYMENTS-UNMATCHED-COUNT PIC 9(6) USAGE COMP
                           VALUE 0.

       01  REFPAY-STATUS PIC 99.
       01  REFPAY-FILENAME PIC X(256) VALUE SPACES.
       01  REFPAY-ACTIVE PIC X(1) VALUE 'N'.
               88  REFPAY-IS-ACTIVE VALUE 'Y'.

       01  REFPAY-CONTROL.
               05  REFPAY-READ-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  REFPAY-MATCHED-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  REFPAY-UNMATCHED-COUNT PIC 9(6) USAGE COMP
                           VALUE 0.
               05  REFPAY-REOPENED-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  REFPAY-SKIPPED-COUNT PIC 9(6) USAGE COMP VALUE 0.

      *****************
      * Reference check digits. A statement row whose reference
      * fails is diverted to REJECT-FILE (code RC) like a blocked
      * row, so it is corrected and resubmitted through NORDAC04
      * instead of going unmatched and being dunned.
      *****************
       01  REFERENCE-CONTROL.
               05  ROW-BAD-REFERENCE-FLAG PIC X(1).
                       88  ROW-HAS-BAD-REFERENCE VALUE 'Y'.
               05  TOTAL-BAD-REFERENCE-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.
               05  OPEN-ITEM-BAD-REF-COUNT PIC 9(6) USAGE COMP
                           VALUE 0.

      *****************
      * REF-CHECK-INPUT is the reference as received;
      * REF-CHECK-TEXT the same with the spaces squeezed out and
      * the letters upper-cased.
      *****************
       01  REFERENCE-CHECK-WORK.
               05  REF-CHECK-INPUT PIC X(32).
               05  REF-CHECK-TEXT PIC X(32).
               05  REF-CHECK-LENGTH PIC 9(4) USAGE COMP.
               05  REF-CHECK-POS PIC 9(4) USAGE COMP.
               05  REF-CHECK-START PIC 9(4) USAGE COMP.
               05  REF-CHECK-CHAR PIC X(1).
               05  REF-CHECK-DIGIT PIC 9(1).
               05  REF-CHECK-EXPECTED PIC 9(1).
               05  REF-CHECK-WEIGHT PIC 9(1).
               05  REF-CHECK-SUM PIC 9(6) USAGE COMP.
               05  REF-CHECK-REMAINDER PIC 9(4) USAGE COMP.
               05  REF-CHECK-LETTER-VALUE PIC 9(4) USAGE COMP.
               05  REF-CHECK-CHARS-FLAG PIC X(1).
                       88  REF-CHECK-CHARS-ARE-BAD VALUE 'Y'.
               05  REF-CHECK-RESULT PIC X(1).
                       88  REFERENCE-IS-VALID VALUE 'Y'.

       77  REF-CHECK-ALPHABET PIC X(26)
                   VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

       01  CATEGORY-STATUS PIC 99.
       01  CATEGORY-FILENAME PIC X(256).
       01  CATEGORY-ACTIVE PIC X(1) VALUE 'N'.
               05  AUDIT-AMOUNT-EDIT PIC -9(9).99.
               05  AUDIT-CREDIT-TEXT PIC X(15).
               05  AUDIT-DEBIT-TEXT PIC X(15).
               05  AUDIT-TRANSFER-IN-TEXT PIC X(15).
               05  AUDIT-TRANSFER-OUT-TEXT PIC X(15).
               05  AUDIT-PRIOR-ADJ-IN-TEXT PIC X(15).
               05  AUDIT-PRIOR-ADJ-OUT-TEXT PIC X(15).
               05  AUDIT-BOOKED-TEXT PIC X(17).
               05  AUDIT-COUNT-EDIT PIC 9(8).
               05  AUDIT-COUNT-TEXT-1 PIC X(8).
               05  AUDIT-COUNT-TEXT-2 PIC X(8).
       77  CURRENCY-LIMIT PIC 9(4) USAGE COMP VALUE 20.
       77  GL-MAP-LIMIT PIC 9(4) USAGE COMP VALUE 500.
       77  PARM-LIMIT PIC 9(4) USAGE COMP VALUE 100.
       77  OWN-ACCOUNT-LIMIT PIC 9(4) USAGE COMP VALUE 400.
       77  TRANSFER-LEG-LIMIT PIC 9(4) USAGE COMP VALUE 2000.

       01  TABLE-OVERFLOW-NAME PIC X(24).

               05  PRIOR-ADJ-DEBIT-BASE PIC S9(9)V99 USAGE COMP-3
                           VALUE 0.
               05  PRIOR-ADJ-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  PRIOR-ADJ-CREDIT PIC S9(9)V99 USAGE COMP-3
                           VALUE 0.
               05  PRIOR-ADJ-DEBIT PIC S9(9)V99 USAGE COMP-3
                           VALUE 0.
               05  TOTAL-PRIOR-ADJ-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.
               05  PRIOR-ADJ-RAW-DATA PIC X(512).
               05  LEDGER-FOUND PIC X(1).
                       88  LEDGER-ENTRY-WAS-FOUND VALUE 'Y'.

       01  TRANSIT-STATUS PIC 99.
       01  TRANSIT-FILENAME PIC X(256) VALUE SPACES.
       01  TRANSIT-TARGET-FILENAME PIC X(256).
       01  TRANSIT-TEMP-FILENAME PIC X(256).
       01  TRANSIT-RENAME-STATUS PIC S9(9) USAGE COMP-5.

      *****************
      * Internal transfers. A row whose ACCOUNT-NUMBER is another
      * of our own accounts - any ACCOUNT-ID on NORDCSVLIST or in
      * the balance ledger - is one leg of cash moving between our
      * accounts, not spend or income. Such legs stay out of
      * CALCULATE-SUMMARY (and so out of the consolidated totals,
      * the type/card/category breakdown and the counterparty
      * master) and post to the clearing account GLMAPFILE maps
      * under TRANSFER-CLEARING-KEY. At the end of the run each
      * outgoing leg is paired with the incoming leg of the same
      * amount on the partner account within TRANSFERDAYS days;
      * what stays unpaired carries forward in TRANSITFILE until
      * its partner arrives or it is older than TRANSITSTALEDAYS.
      * The feature is on when TRANSITFILE is set.
      *****************
       77  TRANSFER-CLEARING-KEY PIC X(24) VALUE 'INTERNAL-TRANSFER'.

       01  TRANSFER-CONTROL.
               05  TRANSFER-ACTIVE PIC X(1) VALUE 'N'.
                       88  TRANSFERS-ARE-ACTIVE VALUE 'Y'.
               05  TRANSFER-PAIR-DAYS PIC 9(4) USAGE COMP VALUE 3.
               05  TRANSIT-STALE-DAYS PIC 9(4) USAGE COMP VALUE 30.
               05  TRANSFER-DAYS-TEXT PIC X(8).
               05  TRANSFER-ROW-FLAG PIC X(1) VALUE 'N'.
                       88  ROW-IS-TRANSFER VALUE 'Y'.
               05  TRANSFER-PARTNER-ID PIC X(24).
               05  TRANSFER-CLEARING-FOUND PIC X(1) VALUE 'N'.
                       88  TRANSFER-CLEARING-IS-MAPPED VALUE 'Y'.
               05  TRANSFER-CLEARING-CODE PIC X(8) VALUE SPACES.
               05  TRANSFER-CLEARING-CENTRE PIC X(8) VALUE SPACES.
               05  OWN-ACCOUNT-WORK PIC X(24).
               05  TRANSFER-TODAY-INTEGER PIC 9(8) USAGE COMP.
               05  LEG-DATE-INTEGER PIC 9(8) USAGE COMP.
               05  LEG-DAYS-APART PIC S9(6) USAGE COMP.
               05  BEST-PAIR-DAYS PIC S9(6) USAGE COMP.
               05  BEST-PAIR-NO PIC 9(4) USAGE COMP.
               05  PAIRED-LEG-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  IN-TRANSIT-LEG-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  STALE-LEG-COUNT PIC 9(6) USAGE COMP VALUE 0.

      *****************
      * Per-account transfer totals (reset with SUMMARY for every
      * account): the own-currency pair feeds the balance
      * reconciliation, the -BASE pair the clearing postings. The
      * TOTAL- pair is the run-wide amount kept out of the grand
      * totals.
      *****************
       01  TRANSFER-TOTALS.
               05  TRANSFER-IN-AMOUNT PIC S9(9)V99 USAGE COMP-3
                           VALUE 0.
               05  TRANSFER-OUT-AMOUNT PIC S9(9)V99 USAGE COMP-3
                           VALUE 0.
               05  TRANSFER-IN-BASE PIC S9(9)V99 USAGE COMP-3
                           VALUE 0.
               05  TRANSFER-OUT-BASE PIC S9(9)V99 USAGE COMP-3
                           VALUE 0.
               05  TRANSFER-LEG-ACCOUNT-COUNT PIC 9(6) USAGE COMP
                           VALUE 0.
               05  TOTAL-TRANSFER-IN-BASE PIC S9(9)V99 USAGE COMP-3
                           VALUE 0.
               05  TOTAL-TRANSFER-OUT-BASE PIC S9(9)V99 USAGE COMP-3
                           VALUE 0.

      *****************
      * Our own accounts, by ACCOUNT-ID and by the same id with
      * blanks squeezed out and upper-cased - the export prints an
      * IBAN in groups of four, the list file usually does not.
      *****************
       01  OWN-ACCOUNT-TABLE.
               05  OWN-ACCOUNT-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  OWN-ACCOUNT-ENTRY OCCURS 400 TIMES
                           INDEXED BY OWN-ACCOUNT-IDX.
                       10  OWN-ACCOUNT-ID PIC X(24).
                       10  OWN-ACCOUNT-MATCH-KEY PIC X(24).

       01  ACCOUNT-KEY-COMPACTION.
               05  COMPACT-SOURCE PIC X(24).
               05  COMPACT-RESULT PIC X(24).
               05  COMPACT-CHAR-POS PIC 9(2) USAGE COMP.
               05  COMPACT-OUT-POS PIC 9(2) USAGE COMP.

      *****************
      * Every transfer leg of this run plus every leg carried in
      * from TRANSITFILE. LEG-ORIGIN tells them apart (N = booked
      * this run, C = carried); LEG-STATE is O(pen), P(aired) or
      * S(tale). LEG-SYNCED marks a new leg already copied to the
      * checkpoint detail table as an 'I' row.
      *****************
       01  TRANSFER-LEG-TABLE.
               05  TRANSFER-LEG-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  TRANSFER-LEG-ENTRY OCCURS 2000 TIMES
                           INDEXED BY LEG-IDX LEG-MATCH-IDX
                                      LEG-WRITE-IDX.
                       10  LEG-ACCOUNT-ID PIC X(24).
                       10  LEG-PARTNER-ID PIC X(24).
                       10  LEG-DATE PIC 9(8).
                       10  LEG-AMOUNT PIC S9(9)V99 USAGE COMP-3.
                       10  LEG-AMOUNT-BASE PIC S9(9)V99 USAGE COMP-3.
                       10  LEG-FIRST-RUN PIC X(17).
                       10  LEG-ORIGIN PIC X(1).
                               88  LEG-IS-CARRIED VALUE 'C'.
                       10  LEG-STATE PIC X(1).
                               88  LEG-IS-OPEN VALUE 'O'.
                               88  LEG-IS-PAIRED VALUE 'P'.
                               88  LEG-IS-STALE VALUE 'S'.
                       10  LEG-SYNCED PIC X(1).
                               88  LEG-IS-SYNCED VALUE 'Y'.
                       10  LEG-PAIR-NO PIC 9(4) USAGE COMP.
                       10  LEG-AGE-DAYS PIC S9(6) USAGE COMP.

       01  TRANSIT-LINE-FIELDS.
               05  TRANSIT-DATE-TEXT PIC X(8).
               05  TRANSIT-AMOUNT-TEXT PIC X(15).
               05  TRANSIT-BASE-TEXT PIC X(15).
               05  TRANSIT-AMOUNT-EDIT PIC -9(9).99.

       01  TRANSFER-REPORT-LINE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  TRF-RPT-DATE PIC X(8).
               05  FILLER PIC X(2) VALUE SPACES.
               05  TRF-RPT-ACCOUNT PIC X(24).
               05  FILLER PIC X(4) VALUE ' -> '.
               05  TRF-RPT-PARTNER PIC X(24).
               05  TRF-RPT-AMOUNT PIC -Z(8)9,99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  TRF-RPT-NOTE PIC X(53).

       77  NL PIC X VALUE X"0A".
       77  HT PIC X VALUE X"09".

           PERFORM INITIALIZE-CATEGORIES
           PERFORM INITIALIZE-RATES
           PERFORM INITIALIZE-BALANCE-LEDGER
           PERFORM INITIALIZE-INTERNAL-TRANSFERS
           PERFORM INITIALIZE-PERIOD-CONTROL
           PERFORM INITIALIZE-COUNTERPARTY-MASTER
           PERFORM INITIALIZE-BLOCK-LIST
           END-IF

           IF OPEN-ITEMS-IS-ACTIVE
                   IF REFPAY-IS-ACTIVE
                           PERFORM MATCH-REFERENCE-PAYMENTS
                   END-IF
                   PERFORM DISPLAY-UNMATCHED-OPEN-ITEMS
                   IF OPEN-ITEM-BAD-REF-COUNT > 0
                           PERFORM DISPLAY-BAD-REFERENCE-ITEMS
                   END-IF
                   PERFORM WRITE-AGING-REPORT
                   PERFORM WRITE-DUNNING-PROPOSALS
                   PERFORM RETIRE-MATCHED-OPEN-ITEMS
                   PERFORM WRITE-NEW-COUNTERPARTY-SECTION
           END-IF

           IF TRANSFERS-ARE-ACTIVE
                   PERFORM PAIR-TRANSFER-LEGS
                   PERFORM WRITE-TRANSFER-SECTION
           END-IF

           DISPLAY "REJECTED RECORDS: " REJECT-COUNT

           PERFORM WRITE-REPORT-TRAILER
                   PERFORM WRITE-BALANCE-LEDGER-FILE
           END-IF

           IF TRANSFERS-ARE-ACTIVE
                   PERFORM WRITE-TRANSIT-FILE
           END-IF

           PERFORM WRITE-AUDIT-TRAILER-LINE
           CLOSE AUDIT-FILE

                   END-IF
           END-IF

           MOVE 'REFPAYFILE' TO PARM-NAME
           PERFORM GET-PARAMETER
           IF PARM-VALUE NOT EQUAL SPACES
                   MOVE 'OPENITEMSFILE' TO PARM-NAME
                   PERFORM GET-PARAMETER
                   IF PARM-VALUE EQUAL SPACES
                           ADD 1 TO PARM-ERROR-COUNT
                           DISPLAY "PARAMETER ERROR: REFPAYFILE "
                                   "SUPPLIED WITHOUT OPENITEMSFILE"
                   END-IF
           END-IF

           PERFORM PROBE-OPTIONAL-INPUT-FILES

           IF PARM-ERROR-COUNT > 0
       PROBE-OPTIONAL-INPUT-FILES.
           MOVE 'OPENITEMSFILE' TO PARM-NAME
           PERFORM PROBE-OPTIONAL-FILE
           MOVE 'REFPAYFILE' TO PARM-NAME
           PERFORM PROBE-OPTIONAL-FILE
           MOVE 'CATEGORYFILE' TO PARM-NAME
           PERFORM PROBE-OPTIONAL-FILE
           MOVE 'RATEFILE' TO PARM-NAME
           PERFORM ECHO-ONE-PARAMETER
           MOVE 'OPENITEMSFILE' TO PARM-NAME
           PERFORM ECHO-ONE-PARAMETER
           MOVE 'REFPAYFILE' TO PARM-NAME
           PERFORM ECHO-ONE-PARAMETER
           MOVE 'DUNNINGFILE' TO PARM-NAME
           PERFORM ECHO-ONE-PARAMETER
           MOVE 'NORDDUNDAYS' TO PARM-NAME
           PERFORM ECHO-ONE-PARAMETER
           MOVE 'BALLEDGERFILE' TO PARM-NAME
           PERFORM ECHO-ONE-PARAMETER
           MOVE 'TRANSITFILE' TO PARM-NAME
           PERFORM ECHO-ONE-PARAMETER
           MOVE 'TRANSFERDAYS' TO PARM-NAME
           PERFORM ECHO-ONE-PARAMETER
           MOVE 'TRANSITSTALEDAYS' TO PARM-NAME
           PERFORM ECHO-ONE-PARAMETER
           MOVE 'PERIODFILE' TO PARM-NAME
           PERFORM ECHO-ONE-PARAMETER
           MOVE 'PRIORADJFILE' TO PARM-NAME
           .

       INITIALIZE-CHECKPOINT.
           MOVE RUN-ID TO BOOKING-RUN-ID
           MOVE 'CHECKPOINTFILE' TO PARM-NAME
           PERFORM GET-PARAMETER
           MOVE PARM-VALUE TO CHECKPOINT-FILENAME
                           INTO CHECKPOINT-TEMP-FILENAME
                   END-STRING
                   PERFORM LOAD-CHECKPOINT-TABLE
                   PERFORM CHECK-CHECKPOINT-RESTART
                           VARYING CHECKPOINT-WRITE-IDX FROM 1 BY 1
                           UNTIL CHECKPOINT-WRITE-IDX
                                   > CHECKPOINT-ENTRY-COUNT
                   IF CHECKPOINT-IS-RESTART
                           AND CHECKPOINT-BOOKED-RUN NOT EQUAL SPACES
                           MOVE CHECKPOINT-BOOKED-RUN
                                   TO BOOKING-RUN-ID
                   END-IF
           END-IF
           EXIT
           .

      *****************
      * A finished run leaves every entry at zero records done (see
      * RESET-ALL-CHECKPOINT-ENTRIES), so any entry with work on it
      * means this run picks up where another one stopped.
      *****************
       CHECK-CHECKPOINT-RESTART.
           IF CHECKPOINT-RECORDS-DONE(CHECKPOINT-WRITE-IDX) > 0
                   MOVE 'Y' TO CHECKPOINT-RESTART
           END-IF
           EXIT
           .
                           PERFORM RESTORE-MATCHED-OPEN-ITEMS
                   END-IF

                   MOVE 'REFPAYFILE' TO PARM-NAME
                   PERFORM GET-PARAMETER
                   MOVE PARM-VALUE TO REFPAY-FILENAME
                   IF REFPAY-FILENAME NOT EQUAL SPACES
                           MOVE 'Y' TO REFPAY-ACTIVE
                   END-IF

                   MOVE 'DUNNINGFILE' TO PARM-NAME
                   PERFORM GET-PARAMETER
                   MOVE PARM-VALUE TO DUNNING-FILENAME
                   MOVE OPEN-ITEM-AMOUNT-TEXT
                           TO OPEN-ITEM-AMOUNT(OPEN-ITEM-IDX)
                   MOVE 'N' TO OPEN-ITEM-MATCHED(OPEN-ITEM-IDX)
                   PERFORM CHECK-OPEN-ITEM-REFERENCE
           ELSE
                   MOVE 'OPEN ITEM' TO TABLE-OVERFLOW-NAME
                   PERFORM ABORT-TABLE-OVERFLOW
           EXIT
           .

       CHECK-OPEN-ITEM-REFERENCE.
           MOVE 'N' TO OPEN-ITEM-BAD-REF(OPEN-ITEM-IDX)
           MOVE OPEN-ITEM-REFERENCE(OPEN-ITEM-IDX) TO REF-CHECK-INPUT
           PERFORM CHECK-REFERENCE-DIGIT
           MOVE REF-CHECK-TEXT TO OPEN-ITEM-MATCH-KEY(OPEN-ITEM-IDX)
           IF NOT REFERENCE-IS-VALID
                   MOVE 'Y' TO OPEN-ITEM-BAD-REF(OPEN-ITEM-IDX)
                   ADD 1 TO OPEN-ITEM-BAD-REF-COUNT
                   DISPLAY "WARNING: OPEN ITEM REFERENCE "
                           FUNCTION TRIM(
                                   OPEN-ITEM-REFERENCE(OPEN-ITEM-IDX))
                           " FAILS ITS CHECK DIGIT"
           END-IF
           EXIT
           .

       FIND-OPEN-ITEM-BY-REFERENCE.
           MOVE MATCH-REFERENCE-LOOKUP TO REF-CHECK-INPUT
           PERFORM COMPACT-REFERENCE-TEXT
           MOVE REF-CHECK-TEXT TO MATCH-KEY-LOOKUP
           SET OPEN-ITEM-IDX TO 1
           SEARCH OPEN-ITEM-ENTRY
                   AT END
                           CONTINUE
                   WHEN OPEN-ITEM-IDX > OPEN-ITEM-COUNT
                           CONTINUE
                   WHEN OPEN-ITEM-MATCH-KEY(OPEN-ITEM-IDX)
                                   EQUAL MATCH-KEY-LOOKUP
                           MOVE 'Y' TO MATCH-ITEM-FOUND
           END-SEARCH
           EXIT
           EXIT
           .

      *****************
      * One pass over REFPAYFILE after the statements: each
      * reference payment settles (or, reversed, reopens) the open
      * item carrying its reference. A row that cannot be parsed is
      * skipped and counted, not written to REJECT-FILE - a
      * resubmission would book its money a second time.
      *****************
       MATCH-REFERENCE-PAYMENTS.
           OPEN INPUT REFPAY-FILE
           IF REFPAY-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: REFERENCE PAYMENT FILE NOT "
                           "AVAILABLE, STATUS " REFPAY-STATUS
                   EXIT PARAGRAPH
           END-IF

           PERFORM FOREVER
                   PERFORM READ-REFPAY-FILE
                   IF REFPAY-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO REFPAY-READ-COUNT
                   PERFORM MATCH-ONE-REFERENCE-PAYMENT
           END-PERFORM

           CLOSE REFPAY-FILE
           DISPLAY "REFERENCE PAYMENTS READ:     " REFPAY-READ-COUNT
           DISPLAY "REFERENCE PAYMENTS MATCHED:  "
                   REFPAY-MATCHED-COUNT
           DISPLAY "REFERENCE PAYMENTS UNMATCHED:"
                   REFPAY-UNMATCHED-COUNT
           DISPLAY "REFERENCE PAYMENTS REVERSED: "
                   REFPAY-REOPENED-COUNT
           DISPLAY "REFERENCE PAYMENTS SKIPPED:  "
                   REFPAY-SKIPPED-COUNT
           EXIT
           .

      *****************
      * The row goes through the statement rows' own parse, so it
      * is read into the NORDCSV record area.
      *****************
       READ-REFPAY-FILE.
           READ REFPAY-FILE INTO NORDCSV-REC
           EXIT
           .

       MATCH-ONE-REFERENCE-PAYMENT.
           PERFORM UNSTRING-NORDCSV-REC
           IF UNSTRING-DID-OVERFLOW
                   OR UNSTRING-FIELD-COUNT < 14
                   OR REFERENCE-NUMBER EQUAL SPACES
                   ADD 1 TO REFPAY-SKIPPED-COUNT
                   EXIT PARAGRAPH
           END-IF
           PERFORM VALIDATE-AMOUNT-FIELD
           IF AMOUNT-BAD-CHAR-COUNT > 0
                   OR AMOUNT-DIGIT-COUNT = 0
                   ADD 1 TO REFPAY-SKIPPED-COUNT
                   EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO MATCH-ITEM-FOUND
           MOVE REFERENCE-NUMBER TO MATCH-REFERENCE-LOOKUP
           PERFORM FIND-OPEN-ITEM-BY-REFERENCE

           IF AMOUNT < 0
                   IF MATCH-ITEM-WAS-FOUND
                           AND OPEN-ITEM-IS-MATCHED(OPEN-ITEM-IDX)
                           MOVE 'N' TO OPEN-ITEM-MATCHED(OPEN-ITEM-IDX)
                           ADD 1 TO REFPAY-REOPENED-COUNT
                   ELSE
                           DISPLAY "WARNING: REVERSED PAYMENT "
                                   FUNCTION TRIM(REFERENCE-NUMBER)
                                   " SETTLED NO OPEN ITEM"
                   END-IF
                   EXIT PARAGRAPH
           END-IF

           IF MATCH-ITEM-WAS-FOUND
                   MOVE 'Y' TO OPEN-ITEM-MATCHED(OPEN-ITEM-IDX)
                   ADD 1 TO REFPAY-MATCHED-COUNT
           ELSE
                   ADD 1 TO REFPAY-UNMATCHED-COUNT
           END-IF
           EXIT
           .

      *****************
      * Sets REFERENCE-IS-VALID for the reference in
      * REF-CHECK-INPUT. Spaces are ignored (RF references are
      * often printed in groups of four); a reference starting RF
      * is checked as an ISO 11649 creditor reference, anything
      * else as a domestic one.
      *****************
       CHECK-REFERENCE-DIGIT.
           MOVE 'N' TO REF-CHECK-RESULT
           PERFORM COMPACT-REFERENCE-TEXT

           IF REF-CHECK-TEXT(1:2) EQUAL 'RF'
                   PERFORM CHECK-RF-REFERENCE
           ELSE
                   PERFORM CHECK-DOMESTIC-REFERENCE
           END-IF
           EXIT
           .

       COMPACT-REFERENCE-TEXT.
           MOVE SPACES TO REF-CHECK-TEXT
           MOVE 0 TO REF-CHECK-LENGTH
           PERFORM COMPACT-REFERENCE-CHARACTER
                   VARYING REF-CHECK-POS FROM 1 BY 1
                   UNTIL REF-CHECK-POS > 32
           EXIT
           .

       COMPACT-REFERENCE-CHARACTER.
           IF REF-CHECK-INPUT(REF-CHECK-POS:1) NOT EQUAL SPACE
                   ADD 1 TO REF-CHECK-LENGTH
                   MOVE FUNCTION UPPER-CASE(
                           REF-CHECK-INPUT(REF-CHECK-POS:1))
                           TO REF-CHECK-TEXT(REF-CHECK-LENGTH:1)
           END-IF
           EXIT
           .

      *****************
      * Domestic: 4 to 20 digits, the last one the check digit.
      * The others are weighted 7, 3, 1, 7, 3, 1 ... from the right;
      * the check digit is the weighted sum's distance up to the
      * next multiple of ten (0 when it already is one).
      *****************
       CHECK-DOMESTIC-REFERENCE.
           IF REF-CHECK-LENGTH < 4 OR REF-CHECK-LENGTH > 20
                   EXIT PARAGRAPH
           END-IF
           IF REF-CHECK-TEXT(1:REF-CHECK-LENGTH) IS NOT NUMERIC
                   EXIT PARAGRAPH
           END-IF

           MOVE 0 TO REF-CHECK-SUM
           MOVE 7 TO REF-CHECK-WEIGHT
           COMPUTE REF-CHECK-START = REF-CHECK-LENGTH - 1
           PERFORM ADD-WEIGHTED-REFERENCE-DIGIT
                   VARYING REF-CHECK-POS FROM REF-CHECK-START BY -1
                   UNTIL REF-CHECK-POS < 1

           COMPUTE REF-CHECK-EXPECTED =
                   FUNCTION MOD(10 - FUNCTION MOD(REF-CHECK-SUM, 10),
                                10)
           MOVE REF-CHECK-TEXT(REF-CHECK-LENGTH:1) TO REF-CHECK-DIGIT
           IF REF-CHECK-DIGIT EQUAL REF-CHECK-EXPECTED
                   MOVE 'Y' TO REF-CHECK-RESULT
           END-IF
           EXIT
           .

       ADD-WEIGHTED-REFERENCE-DIGIT.
           MOVE REF-CHECK-TEXT(REF-CHECK-POS:1) TO REF-CHECK-DIGIT
           COMPUTE REF-CHECK-SUM =
                   REF-CHECK-SUM + REF-CHECK-DIGIT * REF-CHECK-WEIGHT
           EVALUATE REF-CHECK-WEIGHT
                   WHEN 7
                           MOVE 3 TO REF-CHECK-WEIGHT
                   WHEN 3
                           MOVE 1 TO REF-CHECK-WEIGHT
                   WHEN OTHER
                           MOVE 7 TO REF-CHECK-WEIGHT
           END-EVALUATE
           EXIT
           .

      *****************
      * RF: 'RF', two check digits, then 1 to 21 letters or
      * digits. The first four characters move to the end, every
      * letter becomes its two-digit value (A = 10 ... Z = 35), and
      * the resulting number mod 97 must be 1. The number is far
      * too long for any picture, so the remainder is carried
      * along one character at a time.
      *****************
       CHECK-RF-REFERENCE.
           IF REF-CHECK-LENGTH < 5 OR REF-CHECK-LENGTH > 25
                   EXIT PARAGRAPH
           END-IF
           IF REF-CHECK-TEXT(3:2) IS NOT NUMERIC
                   EXIT PARAGRAPH
           END-IF

           MOVE 0 TO REF-CHECK-REMAINDER
           MOVE 'N' TO REF-CHECK-CHARS-FLAG
           PERFORM ADD-RF-REFERENCE-CHARACTER
                   VARYING REF-CHECK-POS FROM 5 BY 1
                   UNTIL REF-CHECK-POS > REF-CHECK-LENGTH
           PERFORM ADD-RF-REFERENCE-CHARACTER
                   VARYING REF-CHECK-POS FROM 1 BY 1
                   UNTIL REF-CHECK-POS > 4

           IF NOT REF-CHECK-CHARS-ARE-BAD
                   AND REF-CHECK-REMAINDER EQUAL 1
                   MOVE 'Y' TO REF-CHECK-RESULT
           END-IF
           EXIT
           .

       ADD-RF-REFERENCE-CHARACTER.
           MOVE REF-CHECK-TEXT(REF-CHECK-POS:1) TO REF-CHECK-CHAR
           IF REF-CHECK-CHAR IS NUMERIC
                   MOVE REF-CHECK-CHAR TO REF-CHECK-DIGIT
                   COMPUTE REF-CHECK-REMAINDER =
                           FUNCTION MOD(REF-CHECK-REMAINDER * 10
                                        + REF-CHECK-DIGIT, 97)
           ELSE
                   MOVE 0 TO REF-CHECK-LETTER-VALUE
                   INSPECT REF-CHECK-ALPHABET
                           TALLYING REF-CHECK-LETTER-VALUE
                           FOR CHARACTERS BEFORE INITIAL REF-CHECK-CHAR
                   IF REF-CHECK-LETTER-VALUE > 25
                           MOVE 'Y' TO REF-CHECK-CHARS-FLAG
                   ELSE
                           COMPUTE REF-CHECK-REMAINDER =
                                   FUNCTION MOD(REF-CHECK-REMAINDER
                                                * 100
                                                + REF-CHECK-LETTER-VALUE
                                                + 10, 97)
                   END-IF
           END-IF
           EXIT
           .

       DISPLAY-UNMATCHED-OPEN-ITEMS.
           PERFORM NEW-REPORT-PAGE
           MOVE 'OPEN ITEMS STILL UNMATCHED:' TO REPORT-LINE-WORK
           EXIT
           .

      *****************
      * Items whose own reference fails its check digit: no
      * customer can pay them with a valid reference, so the
      * receivables ledger has to correct them.
      *****************
       DISPLAY-BAD-REFERENCE-ITEMS.
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'OPEN ITEMS WITH AN INVALID REFERENCE:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           PERFORM DISPLAY-OPEN-ITEM-IF-BAD-REF
                   VARYING OPEN-ITEM-IDX FROM 1 BY 1
                   UNTIL OPEN-ITEM-IDX > OPEN-ITEM-COUNT
           EXIT
           .

       DISPLAY-OPEN-ITEM-IF-BAD-REF.
           IF OPEN-ITEM-REF-IS-BAD(OPEN-ITEM-IDX)
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE '  ' TO RPT-INDENT
                   MOVE OPEN-ITEM-REFERENCE(OPEN-ITEM-IDX)
                           TO RPT-LABEL
                   MOVE OPEN-ITEM-AMOUNT(OPEN-ITEM-IDX)
                           TO RPT-AMOUNT
                   MOVE SPACES TO RPT-TAIL
                   STRING
                           '  CUST ' DELIMITED BY SIZE
                           OPEN-ITEM-CUSTOMER(OPEN-ITEM-IDX)
                                   DELIMITED BY SIZE
                           INTO RPT-TAIL
                   END-STRING
                   PERFORM WRITE-REPORT-DETAIL
           END-IF
           EXIT
           .

       DISPLAY-OPEN-ITEM-IF-UNMATCHED.
           IF NOT OPEN-ITEM-IS-MATCHED(OPEN-ITEM-IDX)
                   MOVE SPACES TO REPORT-DETAIL-LINE
           EXIT
           .

      *****************
      * BOOKED= names the run id this run's history records carry
      * (see BOOKING-RUN-ID), or NONE when no history is kept.
      *****************
       WRITE-AUDIT-START-LINE.
           IF HISTORY-IS-ACTIVE
                   MOVE BOOKING-RUN-ID TO AUDIT-BOOKED-TEXT
           ELSE
                   MOVE 'NONE' TO AUDIT-BOOKED-TEXT
           END-IF
           MOVE SPACES TO AUDIT-REC-DATA
           STRING
                   'S' DELIMITED BY SIZE
                   FUNCTION TRIM(FILTER-END-DATE) DELIMITED BY SIZE
                   '|BASIS=' DELIMITED BY SIZE
                   FILTER-BASIS DELIMITED BY SIZE
                   '|BOOKED=' DELIMITED BY SIZE
                   AUDIT-BOOKED-TEXT DELIMITED BY SPACE
                   INTO AUDIT-REC-DATA
           END-STRING
           WRITE AUDIT-REC
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-3
           MOVE DUPLICATE-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-4
           MOVE TRANSFER-IN-AMOUNT TO AUDIT-AMOUNT-EDIT
           MOVE AUDIT-AMOUNT-EDIT TO AUDIT-TRANSFER-IN-TEXT
           MOVE TRANSFER-OUT-AMOUNT TO AUDIT-AMOUNT-EDIT
           MOVE AUDIT-AMOUNT-EDIT TO AUDIT-TRANSFER-OUT-TEXT
           MOVE PRIOR-ADJ-CREDIT TO AUDIT-AMOUNT-EDIT
           MOVE AUDIT-AMOUNT-EDIT TO AUDIT-PRIOR-ADJ-IN-TEXT
           MOVE PRIOR-ADJ-DEBIT TO AUDIT-AMOUNT-EDIT
           MOVE AUDIT-AMOUNT-EDIT TO AUDIT-PRIOR-ADJ-OUT-TEXT

           MOVE SPACES TO AUDIT-REC-DATA
           STRING
                   RECONCILE-RESULT DELIMITED BY SIZE
                   '|CONTINUITY=' DELIMITED BY SIZE
                   CONTINUITY-RESULT DELIMITED BY SIZE
                   '|TRANSFERIN=' DELIMITED BY SIZE
                   AUDIT-TRANSFER-IN-TEXT DELIMITED BY SIZE
                   '|TRANSFEROUT=' DELIMITED BY SIZE
                   AUDIT-TRANSFER-OUT-TEXT DELIMITED BY SIZE
                   '|PRIORADJIN=' DELIMITED BY SIZE
                   AUDIT-PRIOR-ADJ-IN-TEXT DELIMITED BY SIZE
                   '|PRIORADJOUT=' DELIMITED BY SIZE
                   AUDIT-PRIOR-ADJ-OUT-TEXT DELIMITED BY SIZE
                   INTO AUDIT-REC-DATA
           END-STRING
           WRITE AUDIT-REC
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-4
           MOVE TOTAL-PRIOR-ADJ-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-5
           MOVE TOTAL-TRANSFER-IN-BASE TO AUDIT-AMOUNT-EDIT
           MOVE AUDIT-AMOUNT-EDIT TO AUDIT-TRANSFER-IN-TEXT
           MOVE TOTAL-TRANSFER-OUT-BASE TO AUDIT-AMOUNT-EDIT
           MOVE AUDIT-AMOUNT-EDIT TO AUDIT-TRANSFER-OUT-TEXT

           MOVE SPACES TO AUDIT-REC-DATA
           STRING
                   RUN-RECONCILE-FLAG DELIMITED BY SIZE
                   '|CONTINUITY=' DELIMITED BY SIZE
                   RUN-CONTINUITY-FLAG DELIMITED BY SIZE
                   '|TRANSFERIN=' DELIMITED BY SIZE
                   AUDIT-TRANSFER-IN-TEXT DELIMITED BY SIZE
                   '|TRANSFEROUT=' DELIMITED BY SIZE
                   AUDIT-TRANSFER-OUT-TEXT DELIMITED BY SIZE
                   INTO AUDIT-REC-DATA
           END-STRING
           WRITE AUDIT-REC
                   MOVE TOTAL-BLOCKED-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
           END-IF
           IF OPEN-ITEMS-IS-ACTIVE
                   MOVE 'BAD REFERENCES DIVERTED' TO RPT-COUNT-LABEL
                   MOVE TOTAL-BAD-REFERENCE-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
                   MOVE 'OPEN ITEMS WITH BAD REFERENCE'
                           TO RPT-COUNT-LABEL
                   MOVE OPEN-ITEM-BAD-REF-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
           END-IF
           IF REFPAY-IS-ACTIVE
                   MOVE 'REFERENCE PAYMENTS READ' TO RPT-COUNT-LABEL
                   MOVE REFPAY-READ-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
                   MOVE 'REFERENCE PAYMENTS MATCHED'
                           TO RPT-COUNT-LABEL
                   MOVE REFPAY-MATCHED-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
                   MOVE 'REFERENCE PAYMENTS UNMATCHED'
                           TO RPT-COUNT-LABEL
                   MOVE REFPAY-UNMATCHED-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
                   MOVE 'REFERENCE PAYMENTS REVERSED'
                           TO RPT-COUNT-LABEL
                   MOVE REFPAY-REOPENED-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
           END-IF
           IF CPTY-MASTER-IS-ACTIVE
                   MOVE 'NEW COUNTERPARTIES' TO RPT-COUNT-LABEL
                   MOVE NEW-CPTY-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
           END-IF
           IF TRANSFERS-ARE-ACTIVE
                   MOVE 'TRANSFERS PAIRED' TO RPT-COUNT-LABEL
                   MOVE PAIRED-LEG-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
                   MOVE 'TRANSFER LEGS IN TRANSIT' TO RPT-COUNT-LABEL
                   MOVE IN-TRANSIT-LEG-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
                   MOVE 'TRANSFER LEGS GONE STALE' TO RPT-COUNT-LABEL
                   MOVE STALE-LEG-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
           END-IF
           IF CONTINUITY-IS-ACTIVE
                   MOVE 'CONTINUITY GAPS' TO RPT-COUNT-LABEL
                   MOVE CONTINUITY-GAP-COUNT TO RPT-COUNT-VALUE
           COMPUTE AMOUNT-BASE ROUNDED = AMOUNT * TX-RATE
           IF AMOUNT < 0
                   ADD AMOUNT-BASE TO PRIOR-ADJ-DEBIT-BASE
                   ADD AMOUNT TO PRIOR-ADJ-DEBIT
           ELSE
                   ADD AMOUNT-BASE TO PRIOR-ADJ-CREDIT-BASE
                   ADD AMOUNT TO PRIOR-ADJ-CREDIT
           END-IF
           ADD 1 TO PRIOR-ADJ-COUNT
           ADD 1 TO TOTAL-PRIOR-ADJ-COUNT
           .

      *****************
      * The own-account set is every ACCOUNT-ID on NORDCSVLIST
      * (read once up front, since a transfer's partner can sit
      * further down the list) plus every account in the balance
      * ledger, which covers accounts reconciled in other runs. In
      * single-file mode only the ledger can name the others.
      *****************
       INITIALIZE-INTERNAL-TRANSFERS.
           MOVE 'TRANSITFILE' TO PARM-NAME
           PERFORM GET-PARAMETER
           MOVE PARM-VALUE TO TRANSIT-FILENAME
           IF TRANSIT-FILENAME EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE 'Y' TO TRANSFER-ACTIVE

           MOVE 'TRANSFERDAYS' TO PARM-NAME
           PERFORM GET-PARAMETER
           MOVE PARM-VALUE TO TRANSFER-DAYS-TEXT
           IF TRANSFER-DAYS-TEXT NOT EQUAL SPACES
                   MOVE TRANSFER-DAYS-TEXT TO TRANSFER-PAIR-DAYS
           END-IF
           MOVE 'TRANSITSTALEDAYS' TO PARM-NAME
           PERFORM GET-PARAMETER
           MOVE PARM-VALUE TO TRANSFER-DAYS-TEXT
           IF TRANSFER-DAYS-TEXT NOT EQUAL SPACES
                   MOVE TRANSFER-DAYS-TEXT TO TRANSIT-STALE-DAYS
           END-IF

           MOVE 0 TO OWN-ACCOUNT-COUNT
           IF BATCH-MODE-IS-ACTIVE
                   OPEN INPUT ACCOUNT-LIST-FILE
                   IF ACCOUNT-LIST-STATUS EQUAL 00
                           PERFORM FOREVER
                                   PERFORM READ-ACCOUNT-LIST-FILE
                                   IF ACCOUNT-LIST-STATUS NOT EQUAL 00
                                           EXIT PERFORM
                                   END-IF
                                   MOVE SPACES TO OWN-ACCOUNT-WORK
                                   UNSTRING ACCOUNT-LIST-DATA
                                   DELIMITED BY HT
                                   INTO OWN-ACCOUNT-WORK
                                   END-UNSTRING
                                   PERFORM ADD-OWN-ACCOUNT-ENTRY
                           END-PERFORM
                           CLOSE ACCOUNT-LIST-FILE
                   END-IF
           END-IF
           PERFORM ADD-LEDGER-OWN-ACCOUNT
                   VARYING LEDGER-WRITE-IDX FROM 1 BY 1
                   UNTIL LEDGER-WRITE-IDX > LEDGER-COUNT

           MOVE TRANSFER-CLEARING-KEY TO GL-MAP-LOOKUP-KEY
           PERFORM FIND-GL-MAPPING
           MOVE GL-MAP-FOUND TO TRANSFER-CLEARING-FOUND
           MOVE GL-MAPPED-ACCOUNT TO TRANSFER-CLEARING-CODE
           MOVE GL-MAPPED-COST-CENTRE TO TRANSFER-CLEARING-CENTRE
           IF GL-MAP-IS-ACTIVE AND NOT TRANSFER-CLEARING-IS-MAPPED
                   DISPLAY "WARNING: NO GLMAPFILE LINE FOR "
                           FUNCTION TRIM(TRANSFER-CLEARING-KEY)
                           " - INTERNAL TRANSFERS POST TO SUSPENSE"
           END-IF

           PERFORM LOAD-TRANSIT-LEGS
           EXIT
           .

       ADD-LEDGER-OWN-ACCOUNT.
           MOVE LEDGER-ACCOUNT-ID(LEDGER-WRITE-IDX)
                   TO OWN-ACCOUNT-WORK
           PERFORM ADD-OWN-ACCOUNT-ENTRY
           EXIT
           .

       ADD-OWN-ACCOUNT-ENTRY.
           IF OWN-ACCOUNT-WORK EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           SET OWN-ACCOUNT-IDX TO 1
           SEARCH OWN-ACCOUNT-ENTRY
                   AT END
                           CONTINUE
                   WHEN OWN-ACCOUNT-ID(OWN-ACCOUNT-IDX)
                                   EQUAL OWN-ACCOUNT-WORK
                           EXIT PARAGRAPH
           END-SEARCH
           IF OWN-ACCOUNT-COUNT < OWN-ACCOUNT-LIMIT
                   ADD 1 TO OWN-ACCOUNT-COUNT
                   SET OWN-ACCOUNT-IDX TO OWN-ACCOUNT-COUNT
                   MOVE OWN-ACCOUNT-WORK
                           TO OWN-ACCOUNT-ID(OWN-ACCOUNT-IDX)
                   MOVE OWN-ACCOUNT-WORK TO COMPACT-SOURCE
                   PERFORM COMPACT-ACCOUNT-KEY
                   MOVE COMPACT-RESULT
                           TO OWN-ACCOUNT-MATCH-KEY(OWN-ACCOUNT-IDX)
           ELSE
                   MOVE 'OWN ACCOUNT' TO TABLE-OVERFLOW-NAME
                   PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           EXIT
           .

       COMPACT-ACCOUNT-KEY.
           MOVE SPACES TO COMPACT-RESULT
           MOVE 0 TO COMPACT-OUT-POS
           PERFORM COMPACT-ONE-CHARACTER
                   VARYING COMPACT-CHAR-POS FROM 1 BY 1
                   UNTIL COMPACT-CHAR-POS > 24
           MOVE FUNCTION UPPER-CASE(COMPACT-RESULT) TO COMPACT-RESULT
           EXIT
           .

       COMPACT-ONE-CHARACTER.
           IF COMPACT-SOURCE(COMPACT-CHAR-POS:1) NOT EQUAL SPACE
                   ADD 1 TO COMPACT-OUT-POS
                   MOVE COMPACT-SOURCE(COMPACT-CHAR-POS:1)
                           TO COMPACT-RESULT(COMPACT-OUT-POS:1)
           END-IF
           EXIT
           .

      *****************
      * A missing TRANSITFILE is not an error - the first run with
      * transfer pairing switched on starts with nothing in
      * transit and creates the file at the end.
      *****************
       LOAD-TRANSIT-LEGS.
           OPEN INPUT TRANSIT-FILE
           IF TRANSIT-STATUS EQUAL 00
                   PERFORM FOREVER
                           PERFORM READ-TRANSIT-FILE
                           IF TRANSIT-STATUS NOT EQUAL 00
                                   EXIT PERFORM
                           END-IF
                           PERFORM ADD-CARRIED-TRANSFER-LEG
                   END-PERFORM
                   CLOSE TRANSIT-FILE
           END-IF
           EXIT
           .

       READ-TRANSIT-FILE.
           READ TRANSIT-FILE INTO TRANSIT-REC
           EXIT
           .

       ADD-CARRIED-TRANSFER-LEG.
           IF TRANSIT-REC-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           IF TRANSFER-LEG-COUNT < TRANSFER-LEG-LIMIT
                   ADD 1 TO TRANSFER-LEG-COUNT
                   SET LEG-IDX TO TRANSFER-LEG-COUNT
                   MOVE SPACES TO TRANSIT-DATE-TEXT
                   MOVE SPACES TO TRANSIT-AMOUNT-TEXT
                   MOVE SPACES TO TRANSIT-BASE-TEXT
                   MOVE SPACES TO LEG-FIRST-RUN(LEG-IDX)
                   UNSTRING TRANSIT-REC-DATA
                   DELIMITED BY '|'
                   INTO LEG-ACCOUNT-ID(LEG-IDX)
                        LEG-PARTNER-ID(LEG-IDX)
                        TRANSIT-DATE-TEXT
                        TRANSIT-AMOUNT-TEXT
                        TRANSIT-BASE-TEXT
                        LEG-FIRST-RUN(LEG-IDX)
                   END-UNSTRING
                   MOVE TRANSIT-DATE-TEXT TO LEG-DATE(LEG-IDX)
                   MOVE TRANSIT-AMOUNT-TEXT TO LEG-AMOUNT(LEG-IDX)
                   MOVE TRANSIT-BASE-TEXT
                           TO LEG-AMOUNT-BASE(LEG-IDX)
                   MOVE 'C' TO LEG-ORIGIN(LEG-IDX)
                   MOVE 'O' TO LEG-STATE(LEG-IDX)
                   MOVE 'Y' TO LEG-SYNCED(LEG-IDX)
                   MOVE 0 TO LEG-PAIR-NO(LEG-IDX)
                   MOVE 0 TO LEG-AGE-DAYS(LEG-IDX)
           ELSE
                   MOVE 'TRANSFER LEG' TO TABLE-OVERFLOW-NAME
                   PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           EXIT
           .

      *****************
      * A counterparty that is the account being processed itself
      * (a correction booked against its own IBAN) is not a
      * transfer; only another of our accounts is.
      *****************
       CHECK-INTERNAL-TRANSFER.
           MOVE 'N' TO TRANSFER-ROW-FLAG
           IF ACCOUNT-NUMBER EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE ACCOUNT-NUMBER TO COMPACT-SOURCE
           PERFORM COMPACT-ACCOUNT-KEY
           SET OWN-ACCOUNT-IDX TO 1
           SEARCH OWN-ACCOUNT-ENTRY
                   AT END
                           CONTINUE
                   WHEN OWN-ACCOUNT-MATCH-KEY(OWN-ACCOUNT-IDX)
                                   EQUAL COMPACT-RESULT
                           IF OWN-ACCOUNT-ID(OWN-ACCOUNT-IDX)
                                   NOT EQUAL ACCOUNT-ID
                                   MOVE 'Y' TO TRANSFER-ROW-FLAG
                                   MOVE OWN-ACCOUNT-ID(OWN-ACCOUNT-IDX)
                                           TO TRANSFER-PARTNER-ID
                           END-IF
           END-SEARCH
           EXIT
           .

      *****************
      * The leg is still a booking on this account's statement, so
      * its dates count for continuity and its amount for the
      * balance reconciliation - it is only kept out of the
      * spend/income totals.
      *****************
       TAKE-TRANSFER-LEG.
           COMPUTE AMOUNT-BASE ROUNDED = AMOUNT * TX-RATE

           IF CONTINUITY-IS-ACTIVE
                   PERFORM TRACK-STATEMENT-DATES
           END-IF

           IF AMOUNT < 0
                   ADD AMOUNT TO TRANSFER-OUT-AMOUNT
                   ADD AMOUNT-BASE TO TRANSFER-OUT-BASE
           ELSE
                   ADD AMOUNT TO TRANSFER-IN-AMOUNT
                   ADD AMOUNT-BASE TO TRANSFER-IN-BASE
           END-IF
           ADD 1 TO TRANSFER-LEG-ACCOUNT-COUNT

           MOVE RECORD-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-COMPARABLE
           IF TRANSFER-LEG-COUNT < TRANSFER-LEG-LIMIT
                   ADD 1 TO TRANSFER-LEG-COUNT
                   SET LEG-IDX TO TRANSFER-LEG-COUNT
                   MOVE ACCOUNT-ID TO LEG-ACCOUNT-ID(LEG-IDX)
                   MOVE TRANSFER-PARTNER-ID TO LEG-PARTNER-ID(LEG-IDX)
                   MOVE DATE-CONVERTED TO LEG-DATE(LEG-IDX)
                   MOVE AMOUNT TO LEG-AMOUNT(LEG-IDX)
                   MOVE AMOUNT-BASE TO LEG-AMOUNT-BASE(LEG-IDX)
                   MOVE RUN-ID TO LEG-FIRST-RUN(LEG-IDX)
                   MOVE 'N' TO LEG-ORIGIN(LEG-IDX)
                   MOVE 'O' TO LEG-STATE(LEG-IDX)
                   MOVE 'N' TO LEG-SYNCED(LEG-IDX)
                   MOVE 0 TO LEG-PAIR-NO(LEG-IDX)
                   MOVE 0 TO LEG-AGE-DAYS(LEG-IDX)
           ELSE
                   MOVE 'TRANSFER LEG' TO TABLE-OVERFLOW-NAME
                   PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           EXIT
           .

      *****************
      * Each open outgoing leg takes the open incoming leg on its
      * partner account, pointing back at it, for the opposite
      * amount and booked closest in time within TRANSFERDAYS.
      * Whatever is left is aged against the run date: legs past
      * TRANSITSTALEDAYS are reported once as stale and not carried
      * any further - they need a person, not another night's wait.
      *****************
       PAIR-TRANSFER-LEGS.
           COMPUTE TRANSFER-TODAY-INTEGER =
                   FUNCTION INTEGER-OF-DATE(
                           FUNCTION NUMVAL(RUN-DATE-TEXT))
           MOVE 0 TO PAIRED-LEG-COUNT
           MOVE 0 TO IN-TRANSIT-LEG-COUNT
           MOVE 0 TO STALE-LEG-COUNT

           PERFORM PAIR-ONE-TRANSFER-LEG
                   VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > TRANSFER-LEG-COUNT
           PERFORM AGE-ONE-TRANSFER-LEG
                   VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > TRANSFER-LEG-COUNT

           DISPLAY "INTERNAL TRANSFERS PAIRED " PAIRED-LEG-COUNT
                   " IN TRANSIT " IN-TRANSIT-LEG-COUNT
                   " STALE " STALE-LEG-COUNT
           EXIT
           .

       PAIR-ONE-TRANSFER-LEG.
           IF NOT LEG-IS-OPEN(LEG-IDX)
                   OR LEG-AMOUNT(LEG-IDX) NOT < 0
                   EXIT PARAGRAPH
           END-IF

           MOVE 0 TO BEST-PAIR-NO
           MOVE 999999 TO BEST-PAIR-DAYS
           MOVE LEG-DATE(LEG-IDX) TO DATE-CONVERTED
           COMPUTE LEG-DATE-INTEGER =
                   FUNCTION INTEGER-OF-DATE(DATE-CONVERTED)
           PERFORM CHECK-TRANSFER-PARTNER-LEG
                   VARYING LEG-MATCH-IDX FROM 1 BY 1
                   UNTIL LEG-MATCH-IDX > TRANSFER-LEG-COUNT

           IF BEST-PAIR-NO > 0
                   SET LEG-MATCH-IDX TO BEST-PAIR-NO
                   MOVE 'P' TO LEG-STATE(LEG-IDX)
                   MOVE 'P' TO LEG-STATE(LEG-MATCH-IDX)
                   MOVE BEST-PAIR-NO TO LEG-PAIR-NO(LEG-IDX)
                   SET LEG-PAIR-NO(LEG-MATCH-IDX) TO LEG-IDX
                   ADD 1 TO PAIRED-LEG-COUNT
           END-IF
           EXIT
           .

       CHECK-TRANSFER-PARTNER-LEG.
           IF NOT LEG-IS-OPEN(LEG-MATCH-IDX)
                   OR LEG-ACCOUNT-ID(LEG-MATCH-IDX)
                           NOT EQUAL LEG-PARTNER-ID(LEG-IDX)
                   OR LEG-PARTNER-ID(LEG-MATCH-IDX)
                           NOT EQUAL LEG-ACCOUNT-ID(LEG-IDX)
                   OR LEG-AMOUNT(LEG-MATCH-IDX) + LEG-AMOUNT(LEG-IDX)
                           NOT EQUAL 0
                   EXIT PARAGRAPH
           END-IF

           MOVE LEG-DATE(LEG-MATCH-IDX) TO DATE-CONVERTED
           COMPUTE LEG-DAYS-APART = FUNCTION ABS(
                   FUNCTION INTEGER-OF-DATE(DATE-CONVERTED)
                   - LEG-DATE-INTEGER)
           IF LEG-DAYS-APART <= TRANSFER-PAIR-DAYS
                   AND LEG-DAYS-APART < BEST-PAIR-DAYS
                   MOVE LEG-DAYS-APART TO BEST-PAIR-DAYS
                   SET BEST-PAIR-NO TO LEG-MATCH-IDX
           END-IF
           EXIT
           .

       AGE-ONE-TRANSFER-LEG.
           IF NOT LEG-IS-OPEN(LEG-IDX)
                   EXIT PARAGRAPH
           END-IF
           MOVE LEG-DATE(LEG-IDX) TO DATE-CONVERTED
           COMPUTE LEG-AGE-DAYS(LEG-IDX) = TRANSFER-TODAY-INTEGER
                   - FUNCTION INTEGER-OF-DATE(DATE-CONVERTED)
           IF LEG-AGE-DAYS(LEG-IDX) > TRANSIT-STALE-DAYS
                   MOVE 'S' TO LEG-STATE(LEG-IDX)
                   ADD 1 TO STALE-LEG-COUNT
           ELSE
                   ADD 1 TO IN-TRANSIT-LEG-COUNT
           END-IF
           EXIT
           .

       WRITE-TRANSFER-SECTION.
           PERFORM NEW-REPORT-PAGE
           MOVE 'INTERNAL TRANSFERS:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE

           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE 'OUT OF ALL ACCOUNTS' TO RPT-LABEL
           MOVE TOTAL-TRANSFER-OUT-BASE TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'INTO ALL ACCOUNTS' TO RPT-LABEL
           MOVE TOTAL-TRANSFER-IN-BASE TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'PAIRED (OUTGOING LEG SHOWN):' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM SHOW-PAIRED-TRANSFER-LINE
                   VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > TRANSFER-LEG-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'STILL IN TRANSIT:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM SHOW-OPEN-TRANSFER-LINE
                   VARYING LEG-IDX FROM 1 BY 1
                   UNTIL LEG-IDX > TRANSFER-LEG-COUNT

           IF STALE-LEG-COUNT > 0
                   PERFORM WRITE-REPORT-BLANK-LINE
                   MOVE SPACES TO REPORT-LINE-WORK
                   STRING
                           'STALE - NO PARTNER LEG WITHIN '
                                   DELIMITED BY SIZE
                           'TRANSITSTALEDAYS, DROPPED FROM '
                                   DELIMITED BY SIZE
                           'TRANSIT FILE:' DELIMITED BY SIZE
                           INTO REPORT-LINE-WORK
                   END-STRING
                   PERFORM WRITE-REPORT-LINE
                   PERFORM SHOW-STALE-TRANSFER-LINE
                           VARYING LEG-IDX FROM 1 BY 1
                           UNTIL LEG-IDX > TRANSFER-LEG-COUNT
           END-IF

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE 'TRANSFERS PAIRED' TO RPT-COUNT-LABEL
           MOVE PAIRED-LEG-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'LEGS IN TRANSIT' TO RPT-COUNT-LABEL
           MOVE IN-TRANSIT-LEG-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'LEGS GONE STALE' TO RPT-COUNT-LABEL
           MOVE STALE-LEG-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           EXIT
           .

       SHOW-PAIRED-TRANSFER-LINE.
           IF NOT LEG-IS-PAIRED(LEG-IDX)
                   OR LEG-AMOUNT(LEG-IDX) NOT < 0
                   EXIT PARAGRAPH
           END-IF
           PERFORM FILL-TRANSFER-REPORT-LINE
           SET LEG-MATCH-IDX TO LEG-PAIR-NO(LEG-IDX)
           MOVE LEG-DATE(LEG-MATCH-IDX) TO TRANSIT-DATE-TEXT
           STRING
                   'RECEIVED ' DELIMITED BY SIZE
                   TRANSIT-DATE-TEXT DELIMITED BY SIZE
                   INTO TRF-RPT-NOTE
           END-STRING
           MOVE TRANSFER-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       SHOW-OPEN-TRANSFER-LINE.
           IF NOT LEG-IS-OPEN(LEG-IDX)
                   EXIT PARAGRAPH
           END-IF
           PERFORM FILL-TRANSFER-REPORT-LINE
           PERFORM FILL-TRANSFER-AGE-NOTE
           MOVE TRANSFER-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       SHOW-STALE-TRANSFER-LINE.
           IF NOT LEG-IS-STALE(LEG-IDX)
                   EXIT PARAGRAPH
           END-IF
           PERFORM FILL-TRANSFER-REPORT-LINE
           PERFORM FILL-TRANSFER-AGE-NOTE
           MOVE TRANSFER-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           DISPLAY "WARNING: STALE TRANSFER LEG "
                   FUNCTION TRIM(LEG-ACCOUNT-ID(LEG-IDX))
                   " " LEG-DATE(LEG-IDX)
                   " - NO PARTNER ON "
                   FUNCTION TRIM(LEG-PARTNER-ID(LEG-IDX))
           EXIT
           .

       FILL-TRANSFER-REPORT-LINE.
           MOVE LEG-DATE(LEG-IDX) TO TRF-RPT-DATE
           MOVE LEG-ACCOUNT-ID(LEG-IDX) TO TRF-RPT-ACCOUNT
           MOVE LEG-PARTNER-ID(LEG-IDX) TO TRF-RPT-PARTNER
           MOVE LEG-AMOUNT(LEG-IDX) TO TRF-RPT-AMOUNT
           MOVE SPACES TO TRF-RPT-NOTE
           EXIT
           .

       FILL-TRANSFER-AGE-NOTE.
           MOVE LEG-AGE-DAYS(LEG-IDX) TO ITEM-DAYS-EDIT
           STRING
                   'AGE ' DELIMITED BY SIZE
                   FUNCTION TRIM(ITEM-DAYS-EDIT) DELIMITED BY SIZE
                   ' DAYS, SINCE ' DELIMITED BY SIZE
                   LEG-FIRST-RUN(LEG-IDX) DELIMITED BY SIZE
                   INTO TRF-RPT-NOTE
           END-STRING
           EXIT
           .

      *****************
      * Same temp file + rename rewrite as the balance ledger; only
      * legs still open are carried, so paired and stale legs drop
      * out of the file here.
      *****************
       WRITE-TRANSIT-FILE.
           MOVE TRANSIT-FILENAME TO TRANSIT-TARGET-FILENAME
           MOVE SPACES TO TRANSIT-TEMP-FILENAME
           STRING
                   FUNCTION TRIM(TRANSIT-TARGET-FILENAME)
                           DELIMITED BY SIZE
                   '.TMP' DELIMITED BY SIZE
                   INTO TRANSIT-TEMP-FILENAME
           END-STRING
           MOVE TRANSIT-TEMP-FILENAME TO TRANSIT-FILENAME
           OPEN OUTPUT TRANSIT-FILE
           IF TRANSIT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: TRANSIT FILE NOT WRITTEN, "
                           "STATUS " TRANSIT-STATUS
                   MOVE TRANSIT-TARGET-FILENAME TO TRANSIT-FILENAME
                   EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ONE-TRANSIT-LINE
                   VARYING LEG-WRITE-IDX FROM 1 BY 1
                   UNTIL LEG-WRITE-IDX > TRANSFER-LEG-COUNT

           CLOSE TRANSIT-FILE
           CALL "CBL_RENAME_FILE" USING
                   TRANSIT-TEMP-FILENAME
                   TRANSIT-TARGET-FILENAME
                   RETURNING TRANSIT-RENAME-STATUS
           END-CALL
           MOVE TRANSIT-TARGET-FILENAME TO TRANSIT-FILENAME
           EXIT
           .

       WRITE-ONE-TRANSIT-LINE.
           IF NOT LEG-IS-OPEN(LEG-WRITE-IDX)
                   EXIT PARAGRAPH
           END-IF
           MOVE LEG-DATE(LEG-WRITE-IDX) TO TRANSIT-DATE-TEXT
           MOVE LEG-AMOUNT(LEG-WRITE-IDX) TO TRANSIT-AMOUNT-EDIT
           MOVE TRANSIT-AMOUNT-EDIT TO TRANSIT-AMOUNT-TEXT
           MOVE LEG-AMOUNT-BASE(LEG-WRITE-IDX) TO TRANSIT-AMOUNT-EDIT
           MOVE TRANSIT-AMOUNT-EDIT TO TRANSIT-BASE-TEXT
           MOVE SPACES TO TRANSIT-REC-DATA
           STRING
                   FUNCTION TRIM(LEG-ACCOUNT-ID(LEG-WRITE-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(LEG-PARTNER-ID(LEG-WRITE-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   TRANSIT-DATE-TEXT DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   TRANSIT-AMOUNT-TEXT DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   TRANSIT-BASE-TEXT DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   LEG-FIRST-RUN(LEG-WRITE-IDX) DELIMITED BY SIZE
                   INTO TRANSIT-REC-DATA
           END-STRING
           WRITE TRANSIT-REC
           EXIT
           .

      *****************
      * OPEN I-O presumes the master exists; the first-ever run
      * creates it via OUTPUT and then reopens it I-O. Unlike the
      * write-only history master, this one is read and rewritten
      * per row, and a READ against a file left open in OUTPUT
      * mode answers status 47 - not an invalid-key condition -
      * so every counterparty of that first run would silently go
      * unrecorded.
      *****************
       INITIALIZE-COUNTERPARTY-MASTER.
           MOVE 'CPTYFILE' TO PARM-NAME
           PERFORM GET-PARAMETER
           MOVE PARM-VALUE TO COUNTERPARTY-FILENAME
           IF COUNTERPARTY-FILENAME NOT EQUAL SPACES
                   MOVE 'Y' TO CPTY-MASTER-ACTIVE
                   OPEN I-O COUNTERPARTY-FILE
                   IF COUNTERPARTY-STATUS NOT EQUAL 00
                           OPEN OUTPUT COUNTERPARTY-FILE
                           IF COUNTERPARTY-STATUS EQUAL 00
                                   CLOSE COUNTERPARTY-FILE
                                   OPEN I-O COUNTERPARTY-FILE
                           END-IF
                   END-IF
                   IF COUNTERPARTY-STATUS NOT EQUAL 00
                           DISPLAY "WARNING: COUNTERPARTY MASTER "
                                   "NOT AVAILABLE, STATUS "
                                   COUNTERPARTY-STATUS
                                   " - COUNTERPARTIES NOT TRACKED"
                           MOVE 'N' TO CPTY-MASTER-ACTIVE
                   END-IF
           END-IF
           EXIT
           .

      *****************
      * A named block list that cannot be read must stop the run -
      * screening that silently does not happen is worse than none.
      *****************
       INITIALIZE-BLOCK-LIST.
           MOVE 'BLOCKLISTFILE' TO PARM-NAME
           PERFORM GET-PARAMETER
           MOVE PARM-VALUE TO BLOCK-LIST-FILENAME
           IF BLOCK-LIST-FILENAME EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF

      *****************
      * A named-but-missing BLOCKLISTFILE is rejected by
      * PROBE-OPTIONAL-INPUT-FILES before any output file is
      * opened; by the time this runs the file is known to exist.
      *****************
           MOVE 'Y' TO BLOCK-LIST-ACTIVE
           MOVE 0 TO BLOCK-LIST-COUNT
           OPEN INPUT BLOCK-LIST-FILE
           EXIT
           .

      *****************
      * Only an incoming row's REFERENCE-NUMBER is a creditor
      * reference to one of our invoices; the payer's own
      * reference and the references on outgoing payments are
      * free text as far as we are concerned.
      *****************
       CHECK-ROW-REFERENCE.
           MOVE 'N' TO ROW-BAD-REFERENCE-FLAG
           IF AMOUNT >= 0
                   AND REFERENCE-NUMBER NOT EQUAL SPACES
                   MOVE REFERENCE-NUMBER TO REF-CHECK-INPUT
                   PERFORM CHECK-REFERENCE-DIGIT
                   IF NOT REFERENCE-IS-VALID
                           MOVE 'Y' TO ROW-BAD-REFERENCE-FLAG
                   END-IF
           END-IF
           EXIT
           .

       WRITE-REFERENCE-REJECT.
           MOVE 'RC' TO REJECT-REASON-CODE
           MOVE 'REFERENCE CHECK DIGIT INVALID'
                   TO REJECT-REASON-TEXT
           PERFORM WRITE-REJECT-RECORD
           ADD 1 TO TOTAL-BAD-REFERENCE-COUNT

      *****************
      * As for a blocked row: the money is on the statement, only
      * its booking waits for the corrected reference.
      *****************
           ADD AMOUNT TO DIVERTED-OWN-AMOUNT
           IF CONTINUITY-IS-ACTIVE
                   PERFORM TRACK-STATEMENT-DATES
           END-IF
           DISPLAY "INVALID REFERENCE "
                   FUNCTION TRIM(REFERENCE-NUMBER)
                   " ON " FUNCTION TRIM(ACCOUNT-ID)
           EXIT
           .

      *****************
      * Random read on the counterparty IBAN: a hit updates the
      * running record, a miss is a first sighting - created on
           MOVE CARD-NUMBER TO HIST-CARD-NUMBER
           MOVE RECEIPT TO HIST-RECEIPT
           MOVE EFFECTIVE-CURRENCY TO HIST-CURRENCY
           MOVE SPACES TO HIST-MAINTENANCE
           MOVE BOOKING-RUN-ID TO HIST-BOOKED-RUN

      *****************
      * A transfer leg is marked on the master the same way a
      * manual reclassification would be, so every reader that
      * honours the override fields treats it as cash moving
      * between our accounts rather than spend or income.
      *****************
           IF ROW-IS-TRANSFER
                   MOVE TRANSFER-CLEARING-KEY
                           TO HIST-OVERRIDE-CATEGORY
                   MOVE TRANSFER-CLEARING-KEY
                           TO HIST-OVERRIDE-TX-TYPE
                   IF TRANSFER-CLEARING-IS-MAPPED
                           MOVE TRANSFER-CLEARING-CODE
                                   TO HIST-OVERRIDE-GL-CODE
                   END-IF
                   MOVE 'NORDAC01' TO HIST-MAINTAINED-BY
                   MOVE RUN-ID TO HIST-MAINTAINED-RUN
           END-IF

           MOVE 'N' TO HISTORY-WRITE-DONE
           PERFORM FOREVER
                           PERFORM ADD-CHECKPOINT-DETAIL-ENTRY
                   WHEN 'P'
                           PERFORM ADD-CHECKPOINT-DETAIL-ENTRY
                   WHEN 'Q'
                           PERFORM ADD-CHECKPOINT-DETAIL-ENTRY
                   WHEN 'I'
                           PERFORM ADD-CHECKPOINT-DETAIL-ENTRY
                   WHEN 'M'
                           PERFORM ADD-CHECKPOINT-MATCHED-ENTRY
                   WHEN 'R'
                           PERFORM TAKE-CHECKPOINT-BOOKED-RUN
                   WHEN OTHER
                           CONTINUE
           END-EVALUATE
           EXIT
           .

       TAKE-CHECKPOINT-BOOKED-RUN.
           MOVE SPACES TO CHECKPOINT-BOOKED-RUN
           UNSTRING CHECKPOINT-REC-DATA
           DELIMITED BY '|'
           INTO CHECKPOINT-LINE-TYPE
                CHECKPOINT-BOOKED-RUN
           END-UNSTRING
           EXIT
           .

       ADD-CHECKPOINT-HEADER-ENTRY.
           IF CHECKPOINT-ENTRY-COUNT < CHECKPOINT-ACCOUNT-LIMIT
                   ADD 1 TO CHECKPOINT-ENTRY-COUNT
                                   PERFORM RESTORE-CURRENCY-ENTRY
                           WHEN 'P'
                                   PERFORM RESTORE-PRIOR-ADJ-ENTRY
                           WHEN 'Q'
                                   PERFORM RESTORE-PRIOR-ADJ-OWN-ENTRY
                           WHEN 'I'
                                   PERFORM RESTORE-TRANSFER-LEG-ENTRY
                   END-EVALUATE
           END-IF
           EXIT
           EXIT
           .

      *****************
      * 'Q' rows carry the same diverted rows in the account's own
      * currency, credit then debit, for the audit A line.
      *****************
       RESTORE-PRIOR-ADJ-OWN-ENTRY.
           MOVE CD-TOTAL(CHECKPOINT-DETAIL-IDX) TO PRIOR-ADJ-CREDIT
           MOVE CD-TOTAL-BASE(CHECKPOINT-DETAIL-IDX)
                   TO PRIOR-ADJ-DEBIT
           EXIT
           .

      *****************
      * 'X' rows carry credit in the first amount column and debit
      * in the second (see the CHECKPOINT-DETAIL-TABLE notes).
           EXIT
           .

      *****************
      * 'I' rows are one transfer leg each. Restoring one both
      * re-adds the leg for the end-of-run pairing and rebuilds the
      * account's transfer totals, so the reconciliation and the
      * clearing postings come out as an uninterrupted run's.
      *****************
       RESTORE-TRANSFER-LEG-ENTRY.
           IF TRANSFER-LEG-COUNT < TRANSFER-LEG-LIMIT
                   ADD 1 TO TRANSFER-LEG-COUNT
                   SET LEG-IDX TO TRANSFER-LEG-COUNT
                   MOVE ACCOUNT-ID TO LEG-ACCOUNT-ID(LEG-IDX)
                   MOVE CD-KEY(CHECKPOINT-DETAIL-IDX)(1:8)
                           TO LEG-DATE(LEG-IDX)
                   MOVE CD-KEY(CHECKPOINT-DETAIL-IDX)(9:24)
                           TO LEG-PARTNER-ID(LEG-IDX)
                   MOVE CD-TOTAL(CHECKPOINT-DETAIL-IDX)
                           TO LEG-AMOUNT(LEG-IDX)
                   MOVE CD-TOTAL-BASE(CHECKPOINT-DETAIL-IDX)
                           TO LEG-AMOUNT-BASE(LEG-IDX)
                   MOVE RUN-ID TO LEG-FIRST-RUN(LEG-IDX)
                   MOVE 'N' TO LEG-ORIGIN(LEG-IDX)
                   MOVE 'O' TO LEG-STATE(LEG-IDX)
                   MOVE 'Y' TO LEG-SYNCED(LEG-IDX)
                   MOVE 0 TO LEG-PAIR-NO(LEG-IDX)
                   MOVE 0 TO LEG-AGE-DAYS(LEG-IDX)
                   IF LEG-AMOUNT(LEG-IDX) < 0
                           ADD LEG-AMOUNT(LEG-IDX)
                                   TO TRANSFER-OUT-AMOUNT
                           ADD LEG-AMOUNT-BASE(LEG-IDX)
                                   TO TRANSFER-OUT-BASE
                   ELSE
                           ADD LEG-AMOUNT(LEG-IDX)
                                   TO TRANSFER-IN-AMOUNT
                           ADD LEG-AMOUNT-BASE(LEG-IDX)
                                   TO TRANSFER-IN-BASE
                   END-IF
                   ADD 1 TO TRANSFER-LEG-ACCOUNT-COUNT
           ELSE
                   MOVE 'TRANSFER LEG' TO TABLE-OVERFLOW-NAME
                   PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           EXIT
           .

       ADD-CHECKPOINT-TABLE-RESET-ENTRY.
           IF CHECKPOINT-ENTRY-COUNT < CHECKPOINT-ACCOUNT-LIMIT
                   ADD 1 TO CHECKPOINT-ENTRY-COUNT
           MOVE CHECKPOINT-TEMP-FILENAME TO CHECKPOINT-FILENAME
           OPEN OUTPUT CHECKPOINT-FILE

           MOVE SPACES TO CHECKPOINT-REC-DATA
           STRING
                   'R|' DELIMITED BY SIZE
                   BOOKING-RUN-ID DELIMITED BY SIZE
                   INTO CHECKPOINT-REC-DATA
           END-STRING
           WRITE CHECKPOINT-REC

           PERFORM WRITE-CHECKPOINT-TABLE-ENTRY
                   VARYING CHECKPOINT-WRITE-IDX FROM 1 BY 1
                   UNTIL CHECKPOINT-WRITE-IDX > CHECKPOINT-ENTRY-COUNT
           IF PRIOR-ADJ-CREDIT-BASE NOT EQUAL 0
                   OR PRIOR-ADJ-DEBIT-BASE NOT EQUAL 0
                   PERFORM UPSERT-PRIOR-ADJ-DETAIL
                   PERFORM UPSERT-PRIOR-ADJ-OWN-DETAIL
           END-IF

           IF TRANSFERS-ARE-ACTIVE
                   PERFORM ADD-TRANSFER-LEG-DETAIL-ENTRY
                           VARYING LEG-WRITE-IDX FROM 1 BY 1
                           UNTIL LEG-WRITE-IDX > TRANSFER-LEG-COUNT
           END-IF
           EXIT
           .

      *****************
      * Transfer legs are never updated once booked, so unlike the
      * T/C/B/X rows there is nothing to upsert: each new leg is
      * appended once and flagged, and legs carried in from
      * TRANSITFILE never go to the checkpoint at all.
      *****************
       ADD-TRANSFER-LEG-DETAIL-ENTRY.
           IF LEG-IS-CARRIED(LEG-WRITE-IDX)
                   OR LEG-IS-SYNCED(LEG-WRITE-IDX)
                   EXIT PARAGRAPH
           END-IF
           IF CHECKPOINT-DETAIL-COUNT < CHECKPOINT-DETAIL-LIMIT
                   ADD 1 TO CHECKPOINT-DETAIL-COUNT
                   SET CHECKPOINT-DETAIL-IDX TO CHECKPOINT-DETAIL-COUNT
                   MOVE 'I' TO CD-TYPE(CHECKPOINT-DETAIL-IDX)
                   MOVE LEG-ACCOUNT-ID(LEG-WRITE-IDX)
                           TO CD-ACCOUNT-ID(CHECKPOINT-DETAIL-IDX)
                   MOVE LEG-DATE(LEG-WRITE-IDX)
                           TO CD-KEY(CHECKPOINT-DETAIL-IDX)(1:8)
                   MOVE LEG-PARTNER-ID(LEG-WRITE-IDX)
                           TO CD-KEY(CHECKPOINT-DETAIL-IDX)(9:24)
                   MOVE LEG-AMOUNT(LEG-WRITE-IDX)
                           TO CD-TOTAL(CHECKPOINT-DETAIL-IDX)
                   MOVE LEG-AMOUNT-BASE(LEG-WRITE-IDX)
                           TO CD-TOTAL-BASE(CHECKPOINT-DETAIL-IDX)
                   MOVE 'Y' TO LEG-SYNCED(LEG-WRITE-IDX)
           ELSE
                   MOVE 'CHECKPOINT DETAIL' TO TABLE-OVERFLOW-NAME
                   PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           EXIT
           .
           EXIT
           .

       UPSERT-PRIOR-ADJ-OWN-DETAIL.
           SET CHECKPOINT-DETAIL-SEARCH-IDX TO 1
           SEARCH CHECKPOINT-DETAIL-ENTRY
                   AT END
                           PERFORM ADD-PRIOR-ADJ-OWN-DETAIL-ENTRY
                   WHEN CD-TYPE(CHECKPOINT-DETAIL-SEARCH-IDX)
                                   EQUAL 'Q'
                    AND CD-ACCOUNT-ID(CHECKPOINT-DETAIL-SEARCH-IDX)
                                   EQUAL ACCOUNT-ID
                           MOVE PRIOR-ADJ-CREDIT
                             TO CD-TOTAL(CHECKPOINT-DETAIL-SEARCH-IDX)
                           MOVE PRIOR-ADJ-DEBIT
                             TO CD-TOTAL-BASE(
                                   CHECKPOINT-DETAIL-SEARCH-IDX)
           END-SEARCH
           EXIT
           .

       ADD-PRIOR-ADJ-OWN-DETAIL-ENTRY.
           IF CHECKPOINT-DETAIL-COUNT < CHECKPOINT-DETAIL-LIMIT
                   ADD 1 TO CHECKPOINT-DETAIL-COUNT
                   SET CHECKPOINT-DETAIL-IDX TO CHECKPOINT-DETAIL-COUNT
                   MOVE 'Q' TO CD-TYPE(CHECKPOINT-DETAIL-IDX)
                   MOVE ACCOUNT-ID
                           TO CD-ACCOUNT-ID(CHECKPOINT-DETAIL-IDX)
                   MOVE SPACES TO CD-KEY(CHECKPOINT-DETAIL-IDX)
                   MOVE PRIOR-ADJ-CREDIT
                           TO CD-TOTAL(CHECKPOINT-DETAIL-IDX)
                   MOVE PRIOR-ADJ-DEBIT
                           TO CD-TOTAL-BASE(CHECKPOINT-DETAIL-IDX)
           ELSE
                   MOVE 'CHECKPOINT DETAIL' TO TABLE-OVERFLOW-NAME
                   PERFORM ABORT-TABLE-OVERFLOW
           END-IF
           EXIT
           .

       UPSERT-TX-TYPE-DETAIL.
           SET CHECKPOINT-DETAIL-SEARCH-IDX TO 1
           SEARCH CHECKPOINT-DETAIL-ENTRY
           MOVE 0 TO SUMMARY-CREDIT-BASE
           MOVE 0 TO SUMMARY-DEBIT-BASE
           MOVE 0 TO DIVERTED-OWN-AMOUNT
           MOVE 0 TO TRANSFER-IN-AMOUNT
           MOVE 0 TO TRANSFER-OUT-AMOUNT
           MOVE 0 TO TRANSFER-IN-BASE
           MOVE 0 TO TRANSFER-OUT-BASE
           MOVE 0 TO TRANSFER-LEG-ACCOUNT-COUNT
           MOVE 0 TO CURRENCY-TOTAL-COUNT
           PERFORM CLEAR-CURRENCY-TABLE
           MOVE 0 TO TX-TYPE-COUNT
           MOVE 0 TO PRIOR-ADJ-CREDIT-BASE
           MOVE 0 TO PRIOR-ADJ-DEBIT-BASE
           MOVE 0 TO PRIOR-ADJ-COUNT
           MOVE 0 TO PRIOR-ADJ-CREDIT
           MOVE 0 TO PRIOR-ADJ-DEBIT
           MOVE 0 TO ADJ-POSTING-PERIOD
           PERFORM CLEAR-TX-TYPE-TABLE
           PERFORM CLEAR-CARD-TABLE
                       IF NOT RECORD-IS-REJECTED
                           PERFORM CHECK-DATE-RANGE
                           IF RECORD-IS-IN-RANGE
                               MOVE 'N' TO TRANSFER-ROW-FLAG
                               IF REGISTER-IS-ACTIVE
                                   PERFORM CHECK-PROCESSED-REGISTER
                               ELSE
                               ELSE
                                   MOVE 'N' TO ROW-BLOCKED-FLAG
                               END-IF
                               IF OPEN-ITEMS-IS-ACTIVE
                                   PERFORM CHECK-ROW-REFERENCE
                               ELSE
                                   MOVE 'N' TO ROW-BAD-REFERENCE-FLAG
                               END-IF
                               IF DUPLICATE-WAS-FOUND
                                   PERFORM WRITE-DUPLICATE-RECORD
                               ELSE
                                 IF ROW-IS-BLOCKED
                                   PERFORM WRITE-BLOCKED-REJECT
                                 ELSE
                                 IF ROW-HAS-BAD-REFERENCE
                                   PERFORM WRITE-REFERENCE-REJECT
                                 ELSE
                                 IF PERIOD-IS-CLOSED
                                   PERFORM DIVERT-PRIOR-PERIOD-ROW
                                   IF REGISTER-IS-ACTIVE
                                       PERFORM WRITE-HISTORY-RECORD
                                   END-IF
                                 ELSE
                                   IF TRANSFERS-ARE-ACTIVE
                                       PERFORM CHECK-INTERNAL-TRANSFER
                                   END-IF
                                   IF ROW-IS-TRANSFER
                                       PERFORM TAKE-TRANSFER-LEG
                                   ELSE
                                       PERFORM CALCULATE-SUMMARY
                                       IF OPEN-ITEMS-IS-ACTIVE
                                           PERFORM MATCH-OPEN-ITEM
                                       END-IF
                                   END-IF
                                   IF REGISTER-IS-ACTIVE
                                       PERFORM RECORD-PROCESSED-TX
                                   END-IF
                                 END-IF
                                 END-IF
                                 END-IF
                               END-IF
                           END-IF
                       END-IF

           ADD SUMMARY-CREDIT-BASE TO GRAND-CREDIT
           ADD SUMMARY-DEBIT-BASE TO GRAND-DEBIT
           ADD TRANSFER-IN-BASE TO TOTAL-TRANSFER-IN-BASE
           ADD TRANSFER-OUT-BASE TO TOTAL-TRANSFER-OUT-BASE
           ADD RECORDS-READ-COUNT TO TOTAL-RECORDS-READ
           ADD PAYMENTS-MATCHED-COUNT TO TOTAL-MATCHED-COUNT
           ADD DUPLICATE-COUNT TO TOTAL-DUPLICATE-COUNT
           IF PERIOD-LOCK-IS-ACTIVE
                   PERFORM WRITE-GL-PRIOR-ADJ-POSTINGS
           END-IF

           IF TRANSFERS-ARE-ACTIVE
                   AND TRANSFER-LEG-ACCOUNT-COUNT > 0
                   PERFORM WRITE-GL-TRANSFER-POSTINGS
           END-IF
           EXIT
           .

           EXIT
           .

      *****************
      * Internal-transfer legs post against the clearing account
      * instead of a transaction-type account: money leaving this
      * account debits clearing, money arriving credits it, and
      * the bank's own GL code takes the other side as usual. Once
      * both legs of a transfer are booked the clearing account
      * nets to zero; its balance is what is still in transit.
      * Without a mapping the memo style of the summary postings
      * is kept.
      *****************
       WRITE-GL-TRANSFER-POSTINGS.
           IF NOT GL-MAP-IS-ACTIVE
                   IF TRANSFER-OUT-BASE NOT EQUAL 0
                           MOVE SPACES TO GL-POSTING-REC
                           MOVE 'D' TO GL-REC-TYPE
                           MOVE ACCOUNT-ID TO GL-ACCOUNT-ID
                           MOVE GL-POSTING-DATE-TEXT TO GL-POSTING-DATE
                           MOVE RUN-ID TO GL-RUN-ID
                           MOVE 'D' TO GL-DEBIT-CREDIT
                           MOVE FUNCTION ABS(TRANSFER-OUT-BASE)
                                   TO GL-AMOUNT
                           MOVE 'INTERNAL TRANSFERS OUT'
                                   TO GL-DESCRIPTION
                           PERFORM WRITE-GL-POSTING-REC
                   END-IF
                   IF TRANSFER-IN-BASE NOT EQUAL 0
                           MOVE SPACES TO GL-POSTING-REC
                           MOVE 'D' TO GL-REC-TYPE
                           MOVE ACCOUNT-ID TO GL-ACCOUNT-ID
                           MOVE GL-POSTING-DATE-TEXT TO GL-POSTING-DATE
                           MOVE RUN-ID TO GL-RUN-ID
                           MOVE 'C' TO GL-DEBIT-CREDIT
                           MOVE TRANSFER-IN-BASE TO GL-AMOUNT
                           MOVE 'INTERNAL TRANSFERS IN'
                                   TO GL-DESCRIPTION
                           PERFORM WRITE-GL-POSTING-REC
                   END-IF
                   EXIT PARAGRAPH
           END-IF

           IF TRANSFER-OUT-BASE NOT EQUAL 0
                   MOVE SPACES TO GL-POSTING-REC
                   MOVE 'D' TO GL-REC-TYPE
                   MOVE ACCOUNT-ID TO GL-ACCOUNT-ID
                   MOVE TRANSFER-CLEARING-CODE TO GL-ACCOUNT-CODE
                   MOVE TRANSFER-CLEARING-CENTRE TO GL-COST-CENTRE
                   MOVE GL-POSTING-DATE-TEXT TO GL-POSTING-DATE
                   MOVE RUN-ID TO GL-RUN-ID
                   MOVE 'D' TO GL-DEBIT-CREDIT
                   MOVE FUNCTION ABS(TRANSFER-OUT-BASE) TO GL-AMOUNT
                   PERFORM SET-TRANSFER-GL-DESCRIPTION
                   PERFORM WRITE-GL-POSTING-REC
           END-IF
           IF TRANSFER-IN-BASE NOT EQUAL 0
                   MOVE SPACES TO GL-POSTING-REC
                   MOVE 'D' TO GL-REC-TYPE
                   MOVE ACCOUNT-ID TO GL-ACCOUNT-ID
                   MOVE TRANSFER-CLEARING-CODE TO GL-ACCOUNT-CODE
                   MOVE TRANSFER-CLEARING-CENTRE TO GL-COST-CENTRE
                   MOVE GL-POSTING-DATE-TEXT TO GL-POSTING-DATE
                   MOVE RUN-ID TO GL-RUN-ID
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE TRANSFER-IN-BASE TO GL-AMOUNT
                   PERFORM SET-TRANSFER-GL-DESCRIPTION
                   PERFORM WRITE-GL-POSTING-REC
           END-IF

           MOVE ACCOUNT-ID TO GL-MAP-LOOKUP-KEY
           PERFORM FIND-GL-MAPPING

           IF TRANSFER-IN-BASE NOT EQUAL 0
                   MOVE SPACES TO GL-POSTING-REC
                   MOVE 'D' TO GL-REC-TYPE
                   MOVE ACCOUNT-ID TO GL-ACCOUNT-ID
                   MOVE GL-MAPPED-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE GL-MAPPED-COST-CENTRE TO GL-COST-CENTRE
                   MOVE GL-POSTING-DATE-TEXT TO GL-POSTING-DATE
                   MOVE RUN-ID TO GL-RUN-ID
                   MOVE 'D' TO GL-DEBIT-CREDIT
                   MOVE TRANSFER-IN-BASE TO GL-AMOUNT
                   MOVE 'BANK CONTRA TRANSFERS IN' TO GL-DESCRIPTION
                   PERFORM WRITE-GL-POSTING-REC
           END-IF
           IF TRANSFER-OUT-BASE NOT EQUAL 0
                   MOVE SPACES TO GL-POSTING-REC
                   MOVE 'D' TO GL-REC-TYPE
                   MOVE ACCOUNT-ID TO GL-ACCOUNT-ID
                   MOVE GL-MAPPED-ACCOUNT TO GL-ACCOUNT-CODE
                   MOVE GL-MAPPED-COST-CENTRE TO GL-COST-CENTRE
                   MOVE GL-POSTING-DATE-TEXT TO GL-POSTING-DATE
                   MOVE RUN-ID TO GL-RUN-ID
                   MOVE 'C' TO GL-DEBIT-CREDIT
                   MOVE FUNCTION ABS(TRANSFER-OUT-BASE) TO GL-AMOUNT
                   MOVE 'BANK CONTRA TRANSFERS OUT' TO GL-DESCRIPTION
                   PERFORM WRITE-GL-POSTING-REC
           END-IF
           EXIT
           .

       SET-TRANSFER-GL-DESCRIPTION.
           IF TRANSFER-CLEARING-IS-MAPPED
                   MOVE 'INTERNAL TRANSFER CLEARING'
                           TO GL-DESCRIPTION
           ELSE
                   MOVE SPACES TO GL-DESCRIPTION
                   STRING
                           'UNMAPPED ' DELIMITED BY SIZE
                           TRANSFER-CLEARING-KEY DELIMITED BY SIZE
                           INTO GL-DESCRIPTION
                   END-STRING
           END-IF
           EXIT
           .

       WRITE-GL-POSTING-REC.
           WRITE GL-POSTING-REC
           ADD 1 TO GL-LINE-COUNT
           MOVE 'CREDIT' TO RPT-LABEL
           MOVE GRAND-CREDIT TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL

           IF TRANSFERS-ARE-ACTIVE
                   PERFORM WRITE-REPORT-BLANK-LINE
                   MOVE 'EXCLUDED INTERNAL TRANSFERS:'
                           TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE '  ' TO RPT-INDENT
                   MOVE 'OUT' TO RPT-LABEL
                   MOVE TOTAL-TRANSFER-OUT-BASE TO RPT-AMOUNT
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE '  ' TO RPT-INDENT
                   MOVE 'IN' TO RPT-LABEL
                   MOVE TOTAL-TRANSFER-IN-BASE TO RPT-AMOUNT
                   PERFORM WRITE-REPORT-DETAIL
           END-IF
           EXIT
           .

                   VARYING TX-TYPE-IDX FROM 1 BY 1
                   UNTIL TX-TYPE-IDX > TX-TYPE-COUNT

           IF TRANSFER-LEG-ACCOUNT-COUNT > 0
                   PERFORM WRITE-REPORT-BLANK-LINE
                   MOVE 'INTERNAL TRANSFERS (NOT IN TOTALS):'
                           TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
                   MOVE SPACES TO REPORT-DETAIL-LINE
                   MOVE '  ' TO RPT-INDENT
                   MOVE 'OUT TO OWN ACCOUNTS' TO RPT-LABEL
                   MOVE TRANSFER-OUT-AMOUNT TO RPT-AMOUNT
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE '  ' TO RPT-INDENT
                   MOVE 'IN FROM OWN ACCOUNTS' TO RPT-LABEL
                   MOVE TRANSFER-IN-AMOUNT TO RPT-AMOUNT
                   PERFORM WRITE-REPORT-DETAIL
                   MOVE SPACES TO REPORT-COUNT-LINE
                   MOVE '  ' TO RPT-COUNT-INDENT
                   MOVE 'LEGS' TO RPT-COUNT-LABEL
                   MOVE TRANSFER-LEG-ACCOUNT-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
           END-IF

           IF CARD-COUNT > 0
                   PERFORM WRITE-REPORT-BLANK-LINE
                   MOVE 'BY CARD:' TO REPORT-LINE-WORK
           COMPUTE EXPECTED-CLOSING-BAL =
                   OPENING-BALANCE + SUMMARY-CREDIT + SUMMARY-DEBIT
                   + DIVERTED-OWN-AMOUNT
                   + TRANSFER-IN-AMOUNT + TRANSFER-OUT-AMOUNT
           COMPUTE BALANCE-DIFFERENCE =
                   CLOSING-BALANCE - EXPECTED-CLOSING-BAL

                   MOVE DIVERTED-OWN-AMOUNT TO RPT-AMOUNT
                   PERFORM WRITE-REPORT-DETAIL
           END-IF
           IF TRANSFER-LEG-ACCOUNT-COUNT > 0
                   MOVE '  ' TO RPT-INDENT
                   MOVE 'INTERNAL TRANSFERS' TO RPT-LABEL
                   COMPUTE RPT-AMOUNT =
                           TRANSFER-IN-AMOUNT + TRANSFER-OUT-AMOUNT
                   PERFORM WRITE-REPORT-DETAIL
           END-IF
           MOVE '  ' TO RPT-INDENT
           MOVE 'COMPUTED CLOSING' TO RPT-LABEL
           MOVE EXPECTED-CLOSING-BAL TO RPT-AMOUNT
