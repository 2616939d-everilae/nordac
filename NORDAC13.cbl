|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORDAC13.

      *****************
      * Bank-to-book reconciliation for the NORDAC suite.
      *
      * NORDAC06 proves the ledger loaded our batches; this
      * program proves the GL bank account balance agrees with
      * the bank. For every account in the balance ledger NORDAC01
      * keeps (BALLEDGERFILE) it finds the account's GL code
      * through the contra rows of the chart-of-accounts mapping
      * (GLMAPFILE, KEY = ACCOUNT-ID), takes that code's balance
      * and open entries from the ledger team's extract, and
      * prints a classic reconciliation statement at the ledger's
      * statement date:
      *
      *   BALANCE PER BOOK
      *   + outstanding pain.001 payments (NORDAC05 register,
      *     status P) - booked, not yet debited by the bank
      *   - uncleared book entries the bank has not seen
      *   + prior-period diversions (PRIOR-ADJ-FILE, code CP) -
      *     on the bank, in the book only once the adjustment
      *     posting is loaded
      *   + rejected statement rows (REJECTFILE) and block-list
      *     rows (code BL) - on the bank, never posted
      *   + unexplained difference
      *   = BALANCE PER BANK
      *
      *   NORDGLBALFILE  - GL balance and open-entries extract
      *                    (required)
      *   BALLEDGERFILE  - NORDAC01's balance ledger (required)
      *   GLMAPFILE      - NORDAC01's GL mapping (required)
      *   NORDPAYACCOUNT - ACCOUNT-ID the NORDAC05 payment runs
      *                    debit; the register is read only when
      *                    this is set
      *   NORDPAYREG     - payment register, NORDAC05.REG when
      *                    not set
      *   PRIORADJFILE   - prior-period diversions, NORDAC01.PPA
      *                    when not set
      *   REJECTFILE     - statement rejects, NORDAC01.REJ when
      *                    not set
      *   NORDRECONRPT   - report, NORDAC13.RPT when not set
      *
      * GL extract, one entry per line, '*' in column one for
      * comments, amounts debit-positive in the usual -9(9).99
      * text:
      *   B|GL-CODE|BALANCE-DATE(YYYYMMDD)|BOOK-BALANCE
      *   E|GL-CODE|ENTRY-DATE(YYYYMMDD)|AMOUNT|REFERENCE|TEXT
      * An open entry whose REFERENCE is a pending payment's
      * end-to-end id or OUR-REFERENCE, for the same amount, is
      * that payment's booking and is shown once, as the payment.
      * Missing register, diversion or reject files simply carry
      * no items.
      *****************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-BALANCE-FILE
                   ASSIGN TO GL-BALANCE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS GL-BALANCE-STATUS.

           SELECT BALANCE-LEDGER-FILE
                   ASSIGN TO BALANCE-LEDGER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS BALANCE-LEDGER-STATUS.

           SELECT GL-MAP-FILE
                   ASSIGN TO GL-MAP-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS GL-MAP-STATUS.

           SELECT PAY-REGISTER-FILE
                   ASSIGN TO PAY-REGISTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS PAY-REGISTER-STATUS.

           SELECT PRIOR-ADJ-FILE
                   ASSIGN TO PRIOR-ADJ-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS PRIOR-ADJ-STATUS.

           SELECT REJECT-FILE
                   ASSIGN TO REJECT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REJECT-STATUS.

           SELECT REPORT-FILE
                   ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-BALANCE-FILE.
       01  GL-BALANCE-REC.
               05  GL-BALANCE-DATA PIC X(300).

       FD  BALANCE-LEDGER-FILE.
       01  BALANCE-LEDGER-REC.
               05  BALANCE-LEDGER-DATA PIC X(128).

       FD  GL-MAP-FILE.
       01  GL-MAP-REC.
               05  GL-MAP-REC-DATA PIC X(80).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-REC.
               05  PAY-REGISTER-DATA PIC X(200).

       FD  PRIOR-ADJ-FILE.
       01  PRIOR-ADJ-REC.
               05  PRIOR-ADJ-REC-DATA PIC X(600).

       FD  REJECT-FILE.
       01  REJECT-REC.
               05  REJECT-REC-DATA PIC X(600).

       FD  REPORT-FILE.
       01  REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01  GL-BALANCE-STATUS PIC 99.
       01  GL-BALANCE-FILENAME PIC X(256).
       01  BALANCE-LEDGER-STATUS PIC 99.
       01  BALANCE-LEDGER-FILENAME PIC X(256).
       01  GL-MAP-STATUS PIC 99.
       01  GL-MAP-FILENAME PIC X(256).
       01  PAY-REGISTER-STATUS PIC 99.
       01  PAY-REGISTER-FILENAME PIC X(256).
       01  PRIOR-ADJ-STATUS PIC 99.
       01  PRIOR-ADJ-FILENAME PIC X(256).
       01  REJECT-STATUS PIC 99.
       01  REJECT-FILENAME PIC X(256).
       01  REPORT-STATUS PIC 99.
       01  REPORT-FILENAME PIC X(256).

       01  PAY-ACCOUNT-ID PIC X(24).

       01  RUN-AUDIT-CONTROL.
               05  RUN-ID PIC X(17).
               05  RUN-DATE-TEXT PIC X(8).
               05  RUN-TIME-TEXT PIC X(8).

      *****************
      * One statement per balance-ledger account. The item
      * totals are the signed effect on the book balance: book
      * plus every item plus the unexplained difference is the
      * bank balance.
      *****************
       01  RECON-TABLE.
               05  RECON-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  RECON-ENTRY OCCURS 200 TIMES
                           INDEXED BY RECON-IDX RECON-SHOW-IDX.
                       10  RECON-ACCOUNT-ID PIC X(24).
                       10  RECON-STMT-DATE PIC 9(8).
                       10  RECON-BANK-BAL PIC S9(9)V99 USAGE COMP-3.
                       10  RECON-GL-CODE PIC X(8).
                       10  RECON-COST-CENTRE PIC X(8).
                       10  RECON-GL-STATE PIC X(1).
                               88  RECON-GL-IS-MAPPED VALUE 'Y'.
                       10  RECON-BOOK-STATE PIC X(1).
                               88  RECON-BOOK-WAS-FOUND VALUE 'Y'.
                       10  RECON-BOOK-DATE PIC 9(8).
                       10  RECON-BOOK-BAL PIC S9(9)V99 USAGE COMP-3.
                       10  RECON-PAYMENT-TOTAL
                                   PIC S9(9)V99 USAGE COMP-3.
                       10  RECON-ENTRY-TOTAL
                                   PIC S9(9)V99 USAGE COMP-3.
                       10  RECON-PRIOR-ADJ-TOTAL
                                   PIC S9(9)V99 USAGE COMP-3.
                       10  RECON-REJECT-TOTAL
                                   PIC S9(9)V99 USAGE COMP-3.
                       10  RECON-BLOCKED-TOTAL
                                   PIC S9(9)V99 USAGE COMP-3.
                       10  RECON-UNEXPLAINED
                                   PIC S9(9)V99 USAGE COMP-3.

       77  RECON-LIMIT PIC 9(4) USAGE COMP VALUE 200.

      *****************
      * Reconciling items of every account, tagged with the
      * account's table position. ITEM-KIND:
      *   P outstanding payment     E uncleared book entry
      *   A prior-period diversion  J rejected statement row
      *   B block-list row
      * A book entry that turns out to be a pending payment's own
      * booking is marked explained and left out of every total.
      *****************
       01  ITEM-TABLE.
               05  ITEM-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  ITEM-ENTRY OCCURS 5000 TIMES
                           INDEXED BY ITEM-IDX ITEM-SHOW-IDX
                                      ITEM-FIND-IDX.
                       10  ITEM-ACCOUNT-NO PIC 9(4) USAGE COMP.
                       10  ITEM-KIND PIC X(1).
                               88  ITEM-IS-PAYMENT VALUE 'P'.
                               88  ITEM-IS-BOOK-ENTRY VALUE 'E'.
                               88  ITEM-IS-PRIOR-ADJ VALUE 'A'.
                               88  ITEM-IS-REJECT VALUE 'J'.
                               88  ITEM-IS-BLOCKED VALUE 'B'.
                       10  ITEM-STATE PIC X(1).
                               88  ITEM-IS-EXPLAINED VALUE 'X'.
                       10  ITEM-DATE PIC 9(8).
                       10  ITEM-AMOUNT PIC S9(9)V99 USAGE COMP-3.
                       10  ITEM-EFFECT PIC S9(9)V99 USAGE COMP-3.
                       10  ITEM-REFERENCE PIC X(32).
                       10  ITEM-ALT-REFERENCE PIC X(32).
                       10  ITEM-TEXT PIC X(40).
                       10  ITEM-NOTE PIC X(30).

       77  ITEM-LIMIT PIC 9(4) USAGE COMP VALUE 5000.

      *****************
      * Extract balances for GL codes no ledger account maps to -
      * usually a mapping that was never written.
      *****************
       01  ORPHAN-GL-TABLE.
               05  ORPHAN-GL-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  ORPHAN-GL-ENTRY OCCURS 200 TIMES
                           INDEXED BY ORPHAN-GL-IDX.
                       10  ORPHAN-GL-CODE PIC X(8).
                       10  ORPHAN-GL-DATE PIC 9(8).
                       10  ORPHAN-GL-BAL PIC S9(9)V99 USAGE COMP-3.

       77  ORPHAN-GL-LIMIT PIC 9(4) USAGE COMP VALUE 200.

       01  ITEM-ADD-WORK.
               05  NEW-ITEM-ACCOUNT-NO PIC 9(4) USAGE COMP.
               05  NEW-ITEM-KIND PIC X(1).
               05  NEW-ITEM-DATE PIC 9(8).
               05  NEW-ITEM-AMOUNT PIC S9(9)V99 USAGE COMP-3.
               05  NEW-ITEM-REFERENCE PIC X(32).
               05  NEW-ITEM-ALT-REFERENCE PIC X(32).
               05  NEW-ITEM-TEXT PIC X(40).
               05  NEW-ITEM-NOTE PIC X(30).

       01  ACCOUNT-LOOKUP.
               05  LOOKUP-ACCOUNT-ID PIC X(24).
               05  LOOKUP-GL-CODE PIC X(8).
               05  LOOKUP-FOUND PIC X(1).
                       88  LOOKUP-WAS-FOUND VALUE 'Y'.

       01  LEDGER-LINE-FIELDS.
               05  LEDGER-ACCOUNT-TEXT PIC X(24).
               05  LEDGER-DATE-TEXT PIC X(8).
               05  LEDGER-BAL-TEXT PIC X(15).

       01  GL-MAP-LINE-FIELDS.
               05  GL-MAP-KEY-TEXT PIC X(24).
               05  GL-MAP-ACCOUNT-TEXT PIC X(8).
               05  GL-MAP-CC-TEXT PIC X(8).

       01  GL-BALANCE-LINE-FIELDS.
               05  GLB-TYPE PIC X(1).
               05  GLB-GL-CODE PIC X(8).
               05  GLB-DATE-TEXT PIC X(8).
               05  GLB-AMOUNT-TEXT PIC X(15).
               05  GLB-REFERENCE PIC X(32).
               05  GLB-TEXT PIC X(40).

       01  PAY-REGISTER-LINE-FIELDS.
               05  PREG-RUN-ID PIC X(17).
               05  PREG-END-TO-END-ID PIC X(22).
               05  PREG-DUE-DATE PIC X(10).
               05  PREG-IBAN PIC X(34).
               05  PREG-AMOUNT-TEXT PIC X(15).
               05  PREG-OUR-REFERENCE PIC X(32).
               05  PREG-STATUS PIC X(1).
               05  PREG-SETTLED-DATE PIC X(10).

      *****************
      * Reject and diversion lines are ACCOUNT|code|text|RUN-ID
      * followed by the statement row with its tabs turned into
      * '|', so the row's own fields start at the fifth.
      *****************
       01  DIVERTED-ROW-FIELDS.
               05  DROW-ACCOUNT-ID PIC X(24).
               05  DROW-CODE PIC X(2).
               05  DROW-REASON-TEXT PIC X(30).
               05  DROW-RUN-ID PIC X(17).
               05  DROW-RECORD-DATE PIC X(10).
               05  DROW-VALUE-DATE PIC X(10).
               05  DROW-PAYMENT-DATE PIC X(10).
               05  DROW-AMOUNT-TEXT PIC X(15).
               05  DROW-RECIPIENT PIC X(64).
               05  DROW-ACCOUNT-NUMBER PIC X(24).
               05  DROW-BIC PIC X(11).
               05  DROW-TRANSACTION PIC X(24).
               05  DROW-REFERENCE PIC X(32).

       01  AMOUNT-VALIDATION.
               05  AMOUNT-TEXT PIC X(15).
               05  AMOUNT-CHAR-IDX PIC 9(2) USAGE COMP.
               05  AMOUNT-BAD-CHAR-COUNT PIC 9(2) USAGE COMP.
               05  AMOUNT-DIGIT-COUNT PIC 9(2) USAGE COMP.

       01  DATE-WORK.
               05  DATE-TO-CONVERT PIC X(10).
               05  DATE-CONVERTED-TEXT PIC X(8).
               05  DATE-CONVERTED REDEFINES DATE-CONVERTED-TEXT
                           PIC 9(8).
               05  DATE-TO-SHOW PIC 9(8).
               05  DATE-TO-SHOW-PARTS REDEFINES DATE-TO-SHOW.
                       10  DATE-SHOW-YYYY PIC 9(4).
                       10  DATE-SHOW-MM PIC 9(2).
                       10  DATE-SHOW-DD PIC 9(2).
               05  DATE-SHOWN PIC X(10).

       01  RUN-COUNTERS.
               05  ACCOUNTS-BALANCED-COUNT PIC 9(4) USAGE COMP
                           VALUE 0.
               05  ACCOUNTS-DIFFERENT-COUNT PIC 9(4) USAGE COMP
                           VALUE 0.
               05  ACCOUNTS-UNMAPPED-COUNT PIC 9(4) USAGE COMP
                           VALUE 0.
               05  ACCOUNTS-NO-BOOK-COUNT PIC 9(4) USAGE COMP
                           VALUE 0.
               05  UNKNOWN-ACCOUNT-ITEM-COUNT PIC 9(6) USAGE COMP
                           VALUE 0.
               05  UNREADABLE-AMOUNT-COUNT PIC 9(6) USAGE COMP
                           VALUE 0.

       01  RECON-TOTAL-WORK.
               05  ITEMS-EFFECT-TOTAL PIC S9(9)V99 USAGE COMP-3.
               05  SHOW-KIND PIC X(1).

       01  REPORT-CONTROL.
               05  REPORT-PAGE-NUMBER PIC 9(4) USAGE COMP VALUE 0.
               05  REPORT-LINE-COUNT PIC 9(2) USAGE COMP VALUE 0.

       77  REPORT-LINES-PER-PAGE PIC 9(2) USAGE COMP VALUE 60.

       01  REPORT-LINE-WORK PIC X(132).

       01  REPORT-HEADING-LINE.
               05  FILLER PIC X(10) VALUE 'NORDAC13'.
               05  FILLER PIC X(36)
                           VALUE 'BANK RECONCILIATION STATEMENT'.
               05  FILLER PIC X(4) VALUE 'RUN '.
               05  RPT-HEAD-RUN-ID PIC X(17).
               05  FILLER PIC X(52) VALUE SPACES.
               05  FILLER PIC X(5) VALUE 'PAGE '.
               05  RPT-HEAD-PAGE PIC ZZZ9.
               05  FILLER PIC X(4) VALUE SPACES.

       01  REPORT-DETAIL-LINE.
               05  RPT-INDENT PIC X(2).
               05  RPT-LABEL PIC X(30).
               05  RPT-AMOUNT PIC -Z(8)9,99.
               05  RPT-TAIL PIC X(87).

       01  REPORT-COUNT-LINE.
               05  RPT-COUNT-INDENT PIC X(2).
               05  RPT-COUNT-LABEL PIC X(30).
               05  RPT-COUNT-VALUE PIC Z(7)9.
               05  FILLER PIC X(92) VALUE SPACES.

       77  HT PIC X VALUE X"09".

|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-BALANCE-LEDGER
           PERFORM LOAD-GL-MAP
           PERFORM LOAD-GL-BALANCE-EXTRACT
           IF PAY-ACCOUNT-ID NOT EQUAL SPACES
                   PERFORM LOAD-PENDING-PAYMENTS
           END-IF
           PERFORM LOAD-PRIOR-ADJ-ROWS
           PERFORM LOAD-REJECT-ROWS

           PERFORM RECONCILE-ONE-ACCOUNT
                   VARYING RECON-IDX FROM 1 BY 1
                   UNTIL RECON-IDX > RECON-COUNT

           PERFORM WRITE-RECONCILIATION-REPORT

           DISPLAY "NORDAC13: ACCOUNTS           " RECON-COUNT
           DISPLAY "NORDAC13: RECONCILED         "
                   ACCOUNTS-BALANCED-COUNT
           DISPLAY "NORDAC13: UNEXPLAINED DIFF   "
                   ACCOUNTS-DIFFERENT-COUNT
           DISPLAY "NORDAC13: NO GL MAPPING      "
                   ACCOUNTS-UNMAPPED-COUNT
           DISPLAY "NORDAC13: NO BOOK BALANCE    "
                   ACCOUNTS-NO-BOOK-COUNT
           DISPLAY "NORDAC13: REPORT WRITTEN TO "
                   FUNCTION TRIM(REPORT-FILENAME)
           STOP RUN
           .

       INITIALIZE-RUN.
           ACCEPT GL-BALANCE-FILENAME FROM ENVIRONMENT 'NORDGLBALFILE'
           ACCEPT BALANCE-LEDGER-FILENAME
                   FROM ENVIRONMENT 'BALLEDGERFILE'
           ACCEPT GL-MAP-FILENAME FROM ENVIRONMENT 'GLMAPFILE'
           ACCEPT PAY-ACCOUNT-ID FROM ENVIRONMENT 'NORDPAYACCOUNT'
           ACCEPT PAY-REGISTER-FILENAME FROM ENVIRONMENT 'NORDPAYREG'
           ACCEPT PRIOR-ADJ-FILENAME FROM ENVIRONMENT 'PRIORADJFILE'
           ACCEPT REJECT-FILENAME FROM ENVIRONMENT 'REJECTFILE'
           ACCEPT REPORT-FILENAME FROM ENVIRONMENT 'NORDRECONRPT'

           IF GL-BALANCE-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC13: NORDGLBALFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF BALANCE-LEDGER-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC13: BALLEDGERFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF GL-MAP-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC13: GLMAPFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF PAY-REGISTER-FILENAME EQUAL SPACES
                   MOVE 'NORDAC05.REG' TO PAY-REGISTER-FILENAME
           END-IF
           IF PRIOR-ADJ-FILENAME EQUAL SPACES
                   MOVE 'NORDAC01.PPA' TO PRIOR-ADJ-FILENAME
           END-IF
           IF REJECT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC01.REJ' TO REJECT-FILENAME
           END-IF
           IF REPORT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC13.RPT' TO REPORT-FILENAME
           END-IF

           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           STRING
                   'R' DELIMITED BY SIZE
                   RUN-DATE-TEXT DELIMITED BY SIZE
                   RUN-TIME-TEXT DELIMITED BY SIZE
                   INTO RUN-ID
           END-STRING
           EXIT
           .

      *****************
      * The balance ledger is the bank side: each account's last
      * reconciled statement date and closing balance, exactly as
      * NORDAC01 left them.
      *****************
       LOAD-BALANCE-LEDGER.
           OPEN INPUT BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC13: CANNOT OPEN "
                           FUNCTION TRIM(BALANCE-LEDGER-FILENAME)
                           ", STATUS " BALANCE-LEDGER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-BALANCE-LEDGER-FILE
                   IF BALANCE-LEDGER-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM ADD-RECON-ENTRY
           END-PERFORM
           CLOSE BALANCE-LEDGER-FILE
           EXIT
           .

       READ-BALANCE-LEDGER-FILE.
           READ BALANCE-LEDGER-FILE INTO BALANCE-LEDGER-REC
           EXIT
           .

       ADD-RECON-ENTRY.
           IF BALANCE-LEDGER-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO LEDGER-ACCOUNT-TEXT
           MOVE SPACES TO LEDGER-DATE-TEXT
           MOVE SPACES TO LEDGER-BAL-TEXT
           UNSTRING BALANCE-LEDGER-DATA
           DELIMITED BY '|'
           INTO LEDGER-ACCOUNT-TEXT
                LEDGER-DATE-TEXT
                LEDGER-BAL-TEXT
           END-UNSTRING

           IF RECON-COUNT < RECON-LIMIT
                   ADD 1 TO RECON-COUNT
                   SET RECON-IDX TO RECON-COUNT
                   MOVE LEDGER-ACCOUNT-TEXT
                           TO RECON-ACCOUNT-ID(RECON-IDX)
                   MOVE LEDGER-DATE-TEXT TO RECON-STMT-DATE(RECON-IDX)
                   MOVE LEDGER-BAL-TEXT TO RECON-BANK-BAL(RECON-IDX)
                   MOVE SPACES TO RECON-GL-CODE(RECON-IDX)
                   MOVE SPACES TO RECON-COST-CENTRE(RECON-IDX)
                   MOVE 'N' TO RECON-GL-STATE(RECON-IDX)
                   MOVE 'N' TO RECON-BOOK-STATE(RECON-IDX)
                   MOVE 0 TO RECON-BOOK-DATE(RECON-IDX)
                   MOVE 0 TO RECON-BOOK-BAL(RECON-IDX)
                   MOVE 0 TO RECON-PAYMENT-TOTAL(RECON-IDX)
                   MOVE 0 TO RECON-ENTRY-TOTAL(RECON-IDX)
                   MOVE 0 TO RECON-PRIOR-ADJ-TOTAL(RECON-IDX)
                   MOVE 0 TO RECON-REJECT-TOTAL(RECON-IDX)
                   MOVE 0 TO RECON-BLOCKED-TOTAL(RECON-IDX)
                   MOVE 0 TO RECON-UNEXPLAINED(RECON-IDX)
           ELSE
                   DISPLAY "ERROR: ACCOUNT TABLE FULL - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

      *****************
      * Only the contra rows matter here - the ones keyed by a
      * bank ACCOUNT-ID. Transaction-type rows match no ledger
      * account and fall through.
      *****************
       LOAD-GL-MAP.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC13: CANNOT OPEN "
                           FUNCTION TRIM(GL-MAP-FILENAME)
                           ", STATUS " GL-MAP-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-GL-MAP-FILE
                   IF GL-MAP-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM APPLY-GL-MAP-LINE
           END-PERFORM
           CLOSE GL-MAP-FILE
           EXIT
           .

       READ-GL-MAP-FILE.
           READ GL-MAP-FILE INTO GL-MAP-REC
           EXIT
           .

       APPLY-GL-MAP-LINE.
           MOVE SPACES TO GL-MAP-KEY-TEXT
           MOVE SPACES TO GL-MAP-ACCOUNT-TEXT
           MOVE SPACES TO GL-MAP-CC-TEXT
           UNSTRING GL-MAP-REC-DATA
           DELIMITED BY HT
           INTO GL-MAP-KEY-TEXT
                GL-MAP-ACCOUNT-TEXT
                GL-MAP-CC-TEXT
           END-UNSTRING

           MOVE GL-MAP-KEY-TEXT TO LOOKUP-ACCOUNT-ID
           PERFORM FIND-RECON-BY-ACCOUNT
           IF LOOKUP-WAS-FOUND
                   MOVE GL-MAP-ACCOUNT-TEXT TO RECON-GL-CODE(RECON-IDX)
                   MOVE GL-MAP-CC-TEXT TO RECON-COST-CENTRE(RECON-IDX)
                   MOVE 'Y' TO RECON-GL-STATE(RECON-IDX)
           END-IF
           EXIT
           .

       FIND-RECON-BY-ACCOUNT.
           MOVE 'N' TO LOOKUP-FOUND
           SET RECON-IDX TO 1
           SEARCH RECON-ENTRY
                   AT END
                           CONTINUE
                   WHEN RECON-IDX > RECON-COUNT
                           CONTINUE
                   WHEN RECON-ACCOUNT-ID(RECON-IDX)
                                   EQUAL LOOKUP-ACCOUNT-ID
                           MOVE 'Y' TO LOOKUP-FOUND
           END-SEARCH
           EXIT
           .

       FIND-RECON-BY-GL-CODE.
           MOVE 'N' TO LOOKUP-FOUND
           SET RECON-IDX TO 1
           SEARCH RECON-ENTRY
                   AT END
                           CONTINUE
                   WHEN RECON-IDX > RECON-COUNT
                           CONTINUE
                   WHEN RECON-GL-IS-MAPPED(RECON-IDX)
                           AND RECON-GL-CODE(RECON-IDX)
                                   EQUAL LOOKUP-GL-CODE
                           MOVE 'Y' TO LOOKUP-FOUND
           END-SEARCH
           EXIT
           .

       LOAD-GL-BALANCE-EXTRACT.
           OPEN INPUT GL-BALANCE-FILE
           IF GL-BALANCE-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC13: CANNOT OPEN "
                           FUNCTION TRIM(GL-BALANCE-FILENAME)
                           ", STATUS " GL-BALANCE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-GL-BALANCE-FILE
                   IF GL-BALANCE-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM APPLY-GL-BALANCE-LINE
           END-PERFORM
           CLOSE GL-BALANCE-FILE
           EXIT
           .

       READ-GL-BALANCE-FILE.
           READ GL-BALANCE-FILE INTO GL-BALANCE-REC
           EXIT
           .

       APPLY-GL-BALANCE-LINE.
           IF GL-BALANCE-DATA(1:1) EQUAL '*'
                   OR GL-BALANCE-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO GLB-TYPE
           MOVE SPACES TO GLB-GL-CODE
           MOVE SPACES TO GLB-DATE-TEXT
           MOVE SPACES TO GLB-AMOUNT-TEXT
           MOVE SPACES TO GLB-REFERENCE
           MOVE SPACES TO GLB-TEXT
           UNSTRING GL-BALANCE-DATA
           DELIMITED BY '|'
           INTO GLB-TYPE
                GLB-GL-CODE
                GLB-DATE-TEXT
                GLB-AMOUNT-TEXT
                GLB-REFERENCE
                GLB-TEXT
           END-UNSTRING

           MOVE GLB-AMOUNT-TEXT TO AMOUNT-TEXT
           PERFORM VALIDATE-AMOUNT-TEXT
           IF AMOUNT-BAD-CHAR-COUNT > 0
                   OR AMOUNT-DIGIT-COUNT = 0
                   OR GLB-DATE-TEXT IS NOT NUMERIC
                   DISPLAY "WARNING: GL EXTRACT LINE IGNORED - "
                           FUNCTION TRIM(GL-BALANCE-DATA)
                   EXIT PARAGRAPH
           END-IF

           MOVE GLB-GL-CODE TO LOOKUP-GL-CODE
           PERFORM FIND-RECON-BY-GL-CODE

           EVALUATE GLB-TYPE
                   WHEN 'B'
                           IF LOOKUP-WAS-FOUND
                                   MOVE 'Y' TO
                                       RECON-BOOK-STATE(RECON-IDX)
                                   MOVE GLB-DATE-TEXT TO
                                       RECON-BOOK-DATE(RECON-IDX)
                                   MOVE GLB-AMOUNT-TEXT TO
                                       RECON-BOOK-BAL(RECON-IDX)
                           ELSE
                                   PERFORM ADD-ORPHAN-GL-ENTRY
                           END-IF
                   WHEN 'E'
                           IF LOOKUP-WAS-FOUND
                                   SET NEW-ITEM-ACCOUNT-NO
                                           TO RECON-IDX
                                   MOVE 'E' TO NEW-ITEM-KIND
                                   MOVE GLB-DATE-TEXT
                                           TO NEW-ITEM-DATE
                                   MOVE GLB-AMOUNT-TEXT
                                           TO NEW-ITEM-AMOUNT
                                   MOVE GLB-REFERENCE
                                           TO NEW-ITEM-REFERENCE
                                   MOVE SPACES
                                           TO NEW-ITEM-ALT-REFERENCE
                                   MOVE GLB-TEXT TO NEW-ITEM-TEXT
                                   MOVE SPACES TO NEW-ITEM-NOTE
                                   PERFORM ADD-ITEM-ENTRY
                           ELSE
                                   ADD 1 TO UNKNOWN-ACCOUNT-ITEM-COUNT
                           END-IF
                   WHEN OTHER
                           DISPLAY "WARNING: GL EXTRACT LINE IGNORED - "
                                   FUNCTION TRIM(GL-BALANCE-DATA)
           END-EVALUATE
           EXIT
           .

       ADD-ORPHAN-GL-ENTRY.
           IF ORPHAN-GL-COUNT < ORPHAN-GL-LIMIT
                   ADD 1 TO ORPHAN-GL-COUNT
                   SET ORPHAN-GL-IDX TO ORPHAN-GL-COUNT
                   MOVE GLB-GL-CODE TO ORPHAN-GL-CODE(ORPHAN-GL-IDX)
                   MOVE GLB-DATE-TEXT TO ORPHAN-GL-DATE(ORPHAN-GL-IDX)
                   MOVE GLB-AMOUNT-TEXT
                           TO ORPHAN-GL-BAL(ORPHAN-GL-IDX)
           ELSE
                   DISPLAY "ERROR: UNMAPPED GL CODE TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

      *****************
      * The register carries no debtor account - NORDAC05 takes
      * it per run - so every pending payment belongs to the one
      * account NORDPAYACCOUNT names. A payment the book has not
      * recorded yet (run after the GL balance date) is not
      * outstanding against that balance and is left out.
      *****************
       LOAD-PENDING-PAYMENTS.
           MOVE PAY-ACCOUNT-ID TO LOOKUP-ACCOUNT-ID
           PERFORM FIND-RECON-BY-ACCOUNT
           IF NOT LOOKUP-WAS-FOUND
                   DISPLAY "WARNING: NORDPAYACCOUNT "
                           FUNCTION TRIM(PAY-ACCOUNT-ID)
                           " IS NOT IN THE BALANCE LEDGER - "
                           "PAYMENTS NOT RECONCILED"
                   EXIT PARAGRAPH
           END-IF
           SET NEW-ITEM-ACCOUNT-NO TO RECON-IDX

           OPEN INPUT PAY-REGISTER-FILE
           IF PAY-REGISTER-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: PAYMENT REGISTER "
                           FUNCTION TRIM(PAY-REGISTER-FILENAME)
                           " NOT AVAILABLE, STATUS "
                           PAY-REGISTER-STATUS
                   EXIT PARAGRAPH
           END-IF

           PERFORM FOREVER
                   PERFORM READ-PAY-REGISTER-FILE
                   IF PAY-REGISTER-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM TAKE-PENDING-PAYMENT
           END-PERFORM
           CLOSE PAY-REGISTER-FILE
           EXIT
           .

       READ-PAY-REGISTER-FILE.
           READ PAY-REGISTER-FILE INTO PAY-REGISTER-REC
           EXIT
           .

       TAKE-PENDING-PAYMENT.
           MOVE SPACES TO PREG-RUN-ID PREG-END-TO-END-ID
                   PREG-DUE-DATE PREG-IBAN PREG-AMOUNT-TEXT
                   PREG-OUR-REFERENCE PREG-STATUS PREG-SETTLED-DATE
           UNSTRING PAY-REGISTER-DATA
           DELIMITED BY '|'
           INTO PREG-RUN-ID
                PREG-END-TO-END-ID
                PREG-DUE-DATE
                PREG-IBAN
                PREG-AMOUNT-TEXT
                PREG-OUR-REFERENCE
                PREG-STATUS
                PREG-SETTLED-DATE
           END-UNSTRING

           IF PREG-STATUS NOT EQUAL 'P'
                   EXIT PARAGRAPH
           END-IF
           SET RECON-IDX TO NEW-ITEM-ACCOUNT-NO
           IF RECON-BOOK-WAS-FOUND(RECON-IDX)
                   AND PREG-RUN-ID(2:8) > RECON-BOOK-DATE(RECON-IDX)
                   EXIT PARAGRAPH
           END-IF

           MOVE 'P' TO NEW-ITEM-KIND
           MOVE PREG-RUN-ID(2:8) TO NEW-ITEM-DATE
           MOVE PREG-AMOUNT-TEXT TO NEW-ITEM-AMOUNT
           MOVE PREG-END-TO-END-ID TO NEW-ITEM-REFERENCE
           MOVE PREG-OUR-REFERENCE TO NEW-ITEM-ALT-REFERENCE
           MOVE PREG-IBAN TO NEW-ITEM-TEXT
           MOVE SPACES TO NEW-ITEM-NOTE
           PERFORM ADD-ITEM-ENTRY
           PERFORM CLAIM-PAYMENT-BOOK-ENTRY
           EXIT
           .

      *****************
      * The payment's own booking in the GL open entries is a
      * credit of the payment amount under its end-to-end id or
      * our reference. Claiming it keeps the item from being
      * counted twice; a payment nobody booked stays listed, and
      * its missing booking surfaces as unexplained difference.
      *****************
       CLAIM-PAYMENT-BOOK-ENTRY.
           MOVE 'N' TO LOOKUP-FOUND
           PERFORM CHECK-ONE-BOOK-ENTRY
                   VARYING ITEM-FIND-IDX FROM 1 BY 1
                   UNTIL ITEM-FIND-IDX > ITEM-COUNT
                       OR LOOKUP-WAS-FOUND
           IF NOT LOOKUP-WAS-FOUND
                   MOVE 'NOT AMONG BOOK OPEN ENTRIES'
                           TO ITEM-NOTE(ITEM-IDX)
           END-IF
           EXIT
           .

       CHECK-ONE-BOOK-ENTRY.
           IF ITEM-IS-BOOK-ENTRY(ITEM-FIND-IDX)
                   AND NOT ITEM-IS-EXPLAINED(ITEM-FIND-IDX)
                   AND ITEM-ACCOUNT-NO(ITEM-FIND-IDX)
                           EQUAL NEW-ITEM-ACCOUNT-NO
                   AND ITEM-AMOUNT(ITEM-FIND-IDX)
                           EQUAL 0 - NEW-ITEM-AMOUNT
                   IF ITEM-REFERENCE(ITEM-FIND-IDX)
                                   EQUAL NEW-ITEM-REFERENCE
                           OR (ITEM-REFERENCE(ITEM-FIND-IDX)
                                   EQUAL NEW-ITEM-ALT-REFERENCE
                               AND NEW-ITEM-ALT-REFERENCE
                                   NOT EQUAL SPACES)
                           MOVE 'X' TO ITEM-STATE(ITEM-FIND-IDX)
                           MOVE 'Y' TO LOOKUP-FOUND
                   END-IF
           END-IF
           EXIT
           .

       LOAD-PRIOR-ADJ-ROWS.
           OPEN INPUT PRIOR-ADJ-FILE
           IF PRIOR-ADJ-STATUS NOT EQUAL 00
                   EXIT PARAGRAPH
           END-IF

           PERFORM FOREVER
                   PERFORM READ-PRIOR-ADJ-FILE
                   IF PRIOR-ADJ-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   MOVE PRIOR-ADJ-REC-DATA TO REJECT-REC-DATA
                   PERFORM TAKE-DIVERTED-ROW
           END-PERFORM
           CLOSE PRIOR-ADJ-FILE
           EXIT
           .

       READ-PRIOR-ADJ-FILE.
           READ PRIOR-ADJ-FILE INTO PRIOR-ADJ-REC
           EXIT
           .

       LOAD-REJECT-ROWS.
           OPEN INPUT REJECT-FILE
           IF REJECT-STATUS NOT EQUAL 00
                   EXIT PARAGRAPH
           END-IF

           PERFORM FOREVER
                   PERFORM READ-REJECT-FILE
                   IF REJECT-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM TAKE-DIVERTED-ROW
           END-PERFORM
           CLOSE REJECT-FILE
           EXIT
           .

       READ-REJECT-FILE.
           READ REJECT-FILE INTO REJECT-REC
           EXIT
           .

      *****************
      * One diverted statement row, from either file. Its code
      * says which section it belongs to: CP a prior-period
      * diversion, BL a block-list row, anything else a reject.
      * A rejected row whose amount would not parse (code IA)
      * still moved money on the bank, but by how much only the
      * statement can say - it is listed at zero and flagged.
      *****************
       TAKE-DIVERTED-ROW.
           IF REJECT-REC-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO DIVERTED-ROW-FIELDS
           UNSTRING REJECT-REC-DATA
           DELIMITED BY '|'
           INTO DROW-ACCOUNT-ID
                DROW-CODE
                DROW-REASON-TEXT
                DROW-RUN-ID
                DROW-RECORD-DATE
                DROW-VALUE-DATE
                DROW-PAYMENT-DATE
                DROW-AMOUNT-TEXT
                DROW-RECIPIENT
                DROW-ACCOUNT-NUMBER
                DROW-BIC
                DROW-TRANSACTION
                DROW-REFERENCE
           END-UNSTRING

           MOVE DROW-ACCOUNT-ID TO LOOKUP-ACCOUNT-ID
           PERFORM FIND-RECON-BY-ACCOUNT
           IF NOT LOOKUP-WAS-FOUND
                   ADD 1 TO UNKNOWN-ACCOUNT-ITEM-COUNT
                   EXIT PARAGRAPH
           END-IF
           SET NEW-ITEM-ACCOUNT-NO TO RECON-IDX

           EVALUATE DROW-CODE
                   WHEN 'CP'
                           MOVE 'A' TO NEW-ITEM-KIND
                   WHEN 'BL'
                           MOVE 'B' TO NEW-ITEM-KIND
                   WHEN OTHER
                           MOVE 'J' TO NEW-ITEM-KIND
           END-EVALUATE

           MOVE DROW-RECORD-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-COMPARABLE
           MOVE DATE-CONVERTED TO NEW-ITEM-DATE

           MOVE SPACES TO NEW-ITEM-NOTE
           MOVE DROW-AMOUNT-TEXT TO AMOUNT-TEXT
           PERFORM VALIDATE-AMOUNT-TEXT
           IF AMOUNT-BAD-CHAR-COUNT > 0
                   OR AMOUNT-DIGIT-COUNT = 0
                   MOVE 0 TO NEW-ITEM-AMOUNT
                   ADD 1 TO UNREADABLE-AMOUNT-COUNT
                   STRING
                           'AMOUNT UNREADABLE, ' DELIMITED BY SIZE
                           DROW-CODE DELIMITED BY SIZE
                           INTO NEW-ITEM-NOTE
                   END-STRING
           ELSE
                   MOVE DROW-AMOUNT-TEXT TO NEW-ITEM-AMOUNT
                   IF NEW-ITEM-KIND EQUAL 'J'
                           STRING
                                   DROW-CODE DELIMITED BY SIZE
                                   ' ' DELIMITED BY SIZE
                                   DROW-REASON-TEXT DELIMITED BY SIZE
                                   INTO NEW-ITEM-NOTE
                           END-STRING
                   END-IF
           END-IF

           MOVE DROW-REFERENCE TO NEW-ITEM-REFERENCE
           MOVE SPACES TO NEW-ITEM-ALT-REFERENCE
           MOVE DROW-RECIPIENT TO NEW-ITEM-TEXT
           PERFORM ADD-ITEM-ENTRY
           EXIT
           .

      *****************
      * ITEM-EFFECT is what the item does to the book balance on
      * its way to the bank balance: a booked payment the bank
      * has not debited yet adds back, a book entry the bank has
      * not seen comes off, and rows the bank moved but the book
      * never posted go on with their statement sign.
      *****************
       ADD-ITEM-ENTRY.
           IF ITEM-COUNT < ITEM-LIMIT
                   ADD 1 TO ITEM-COUNT
                   SET ITEM-IDX TO ITEM-COUNT
                   MOVE NEW-ITEM-ACCOUNT-NO
                           TO ITEM-ACCOUNT-NO(ITEM-IDX)
                   MOVE NEW-ITEM-KIND TO ITEM-KIND(ITEM-IDX)
                   MOVE SPACES TO ITEM-STATE(ITEM-IDX)
                   MOVE NEW-ITEM-DATE TO ITEM-DATE(ITEM-IDX)
                   MOVE NEW-ITEM-AMOUNT TO ITEM-AMOUNT(ITEM-IDX)
                   MOVE NEW-ITEM-REFERENCE TO ITEM-REFERENCE(ITEM-IDX)
                   MOVE NEW-ITEM-ALT-REFERENCE
                           TO ITEM-ALT-REFERENCE(ITEM-IDX)
                   MOVE NEW-ITEM-TEXT TO ITEM-TEXT(ITEM-IDX)
                   MOVE NEW-ITEM-NOTE TO ITEM-NOTE(ITEM-IDX)
                   IF NEW-ITEM-KIND EQUAL 'E'
                           COMPUTE ITEM-EFFECT(ITEM-IDX) =
                                   0 - NEW-ITEM-AMOUNT
                   ELSE
                           MOVE NEW-ITEM-AMOUNT
                                   TO ITEM-EFFECT(ITEM-IDX)
                   END-IF
           ELSE
                   DISPLAY "ERROR: RECONCILING ITEM TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       VALIDATE-AMOUNT-TEXT.
           MOVE 0 TO AMOUNT-BAD-CHAR-COUNT
           MOVE 0 TO AMOUNT-DIGIT-COUNT
           PERFORM CHECK-AMOUNT-CHARACTER
                   VARYING AMOUNT-CHAR-IDX FROM 1 BY 1
                   UNTIL AMOUNT-CHAR-IDX > 15
           EXIT
           .

       CHECK-AMOUNT-CHARACTER.
           IF AMOUNT-TEXT(AMOUNT-CHAR-IDX:1) IS NUMERIC
                   ADD 1 TO AMOUNT-DIGIT-COUNT
           ELSE
                   IF AMOUNT-TEXT(AMOUNT-CHAR-IDX:1) NOT EQUAL SPACE
                           AND AMOUNT-TEXT(AMOUNT-CHAR-IDX:1)
                                   NOT EQUAL '-'
                           AND AMOUNT-TEXT(AMOUNT-CHAR-IDX:1)
                                   NOT EQUAL '.'
                           ADD 1 TO AMOUNT-BAD-CHAR-COUNT
                   END-IF
           END-IF
           EXIT
           .

       CONVERT-DATE-TO-COMPARABLE.
           MOVE SPACES TO DATE-CONVERTED-TEXT
           STRING
                   DATE-TO-CONVERT(7:4) DELIMITED BY SIZE
                   DATE-TO-CONVERT(4:2) DELIMITED BY SIZE
                   DATE-TO-CONVERT(1:2) DELIMITED BY SIZE
                   INTO DATE-CONVERTED-TEXT
           END-STRING
           IF DATE-CONVERTED-TEXT IS NOT NUMERIC
                   MOVE 0 TO DATE-CONVERTED
           END-IF
           EXIT
           .

       RECONCILE-ONE-ACCOUNT.
           PERFORM ADD-ITEM-TO-ACCOUNT
                   VARYING ITEM-IDX FROM 1 BY 1
                   UNTIL ITEM-IDX > ITEM-COUNT

           COMPUTE ITEMS-EFFECT-TOTAL =
                   RECON-PAYMENT-TOTAL(RECON-IDX)
                   + RECON-ENTRY-TOTAL(RECON-IDX)
                   + RECON-PRIOR-ADJ-TOTAL(RECON-IDX)
                   + RECON-REJECT-TOTAL(RECON-IDX)
                   + RECON-BLOCKED-TOTAL(RECON-IDX)
           COMPUTE RECON-UNEXPLAINED(RECON-IDX) =
                   RECON-BANK-BAL(RECON-IDX)
                   - RECON-BOOK-BAL(RECON-IDX)
                   - ITEMS-EFFECT-TOTAL

           EVALUATE TRUE
                   WHEN NOT RECON-GL-IS-MAPPED(RECON-IDX)
                           ADD 1 TO ACCOUNTS-UNMAPPED-COUNT
                   WHEN NOT RECON-BOOK-WAS-FOUND(RECON-IDX)
                           ADD 1 TO ACCOUNTS-NO-BOOK-COUNT
                   WHEN RECON-UNEXPLAINED(RECON-IDX) EQUAL 0
                           ADD 1 TO ACCOUNTS-BALANCED-COUNT
                   WHEN OTHER
                           ADD 1 TO ACCOUNTS-DIFFERENT-COUNT
           END-EVALUATE
           EXIT
           .

       ADD-ITEM-TO-ACCOUNT.
           IF ITEM-ACCOUNT-NO(ITEM-IDX) NOT EQUAL RECON-IDX
                   OR ITEM-IS-EXPLAINED(ITEM-IDX)
                   EXIT PARAGRAPH
           END-IF
           EVALUATE TRUE
                   WHEN ITEM-IS-PAYMENT(ITEM-IDX)
                           ADD ITEM-EFFECT(ITEM-IDX)
                                   TO RECON-PAYMENT-TOTAL(RECON-IDX)
                   WHEN ITEM-IS-BOOK-ENTRY(ITEM-IDX)
                           ADD ITEM-EFFECT(ITEM-IDX)
                                   TO RECON-ENTRY-TOTAL(RECON-IDX)
                   WHEN ITEM-IS-PRIOR-ADJ(ITEM-IDX)
                           ADD ITEM-EFFECT(ITEM-IDX)
                                   TO RECON-PRIOR-ADJ-TOTAL(RECON-IDX)
                   WHEN ITEM-IS-REJECT(ITEM-IDX)
                           ADD ITEM-EFFECT(ITEM-IDX)
                                   TO RECON-REJECT-TOTAL(RECON-IDX)
                   WHEN ITEM-IS-BLOCKED(ITEM-IDX)
                           ADD ITEM-EFFECT(ITEM-IDX)
                                   TO RECON-BLOCKED-TOTAL(RECON-IDX)
           END-EVALUATE
           EXIT
           .

       WRITE-RECONCILIATION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: REPORT FILE NOT AVAILABLE, "
                           "STATUS " REPORT-STATUS
           END-IF
           MOVE 0 TO REPORT-PAGE-NUMBER
           MOVE REPORT-LINES-PER-PAGE TO REPORT-LINE-COUNT

           PERFORM SHOW-ACCOUNT-STATEMENT
                   VARYING RECON-SHOW-IDX FROM 1 BY 1
                   UNTIL RECON-SHOW-IDX > RECON-COUNT

           IF ORPHAN-GL-COUNT > 0
                   MOVE 'GL BALANCES NO LEDGER ACCOUNT MAPS TO:'
                           TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
                   PERFORM WRITE-REPORT-BLANK-LINE
                   PERFORM SHOW-ORPHAN-GL-LINE
                           VARYING ORPHAN-GL-IDX FROM 1 BY 1
                           UNTIL ORPHAN-GL-IDX > ORPHAN-GL-COUNT
                   PERFORM WRITE-REPORT-BLANK-LINE
           END-IF

           MOVE 'SUMMARY:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE 'ACCOUNTS IN BALANCE LEDGER' TO RPT-COUNT-LABEL
           MOVE RECON-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RECONCILED' TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-BALANCED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'WITH UNEXPLAINED DIFFERENCE' TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-DIFFERENT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'WITHOUT GL CONTRA MAPPING' TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-UNMAPPED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'WITHOUT BOOK BALANCE' TO RPT-COUNT-LABEL
           MOVE ACCOUNTS-NO-BOOK-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ITEMS FOR UNKNOWN ACCOUNTS' TO RPT-COUNT-LABEL
           MOVE UNKNOWN-ACCOUNT-ITEM-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ROWS WITH UNREADABLE AMOUNT' TO RPT-COUNT-LABEL
           MOVE UNREADABLE-AMOUNT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           EXIT
           .

      *****************
      * One statement, kept together on a page where it fits.
      *****************
       SHOW-ACCOUNT-STATEMENT.
           IF REPORT-LINE-COUNT > REPORT-LINES-PER-PAGE - 16
                   MOVE REPORT-LINES-PER-PAGE TO REPORT-LINE-COUNT
           END-IF

           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   'ACCOUNT ' DELIMITED BY SIZE
                   FUNCTION TRIM(RECON-ACCOUNT-ID(RECON-SHOW-IDX))
                           DELIMITED BY SIZE
                   '   GL ' DELIMITED BY SIZE
                   RECON-GL-CODE(RECON-SHOW-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   RECON-COST-CENTRE(RECON-SHOW-IDX)
                           DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE

           IF NOT RECON-GL-IS-MAPPED(RECON-SHOW-IDX)
                   MOVE '  *** NO CONTRA MAPPING IN GLMAPFILE - NOT '
                           TO REPORT-LINE-WORK
                   MOVE 'RECONCILED ***' TO REPORT-LINE-WORK(44:)
                   PERFORM WRITE-REPORT-LINE
                   PERFORM WRITE-REPORT-BLANK-LINE
                   EXIT PARAGRAPH
           END-IF
           IF NOT RECON-BOOK-WAS-FOUND(RECON-SHOW-IDX)
                   MOVE '  *** NO BOOK BALANCE FOR THIS GL CODE IN THE '
                           TO REPORT-LINE-WORK
                   MOVE 'EXTRACT - NOT RECONCILED ***'
                           TO REPORT-LINE-WORK(47:)
                   PERFORM WRITE-REPORT-LINE
                   PERFORM WRITE-REPORT-BLANK-LINE
                   EXIT PARAGRAPH
           END-IF

           MOVE RECON-STMT-DATE(RECON-SHOW-IDX) TO DATE-TO-SHOW
           PERFORM FORMAT-DATE-TO-SHOW
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '  BANK STATEMENT DATE ' DELIMITED BY SIZE
                   DATE-SHOWN DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           MOVE RECON-BOOK-DATE(RECON-SHOW-IDX) TO DATE-TO-SHOW
           PERFORM FORMAT-DATE-TO-SHOW
           MOVE '   BOOK BALANCE DATE ' TO REPORT-LINE-WORK(33:)
           MOVE DATE-SHOWN TO REPORT-LINE-WORK(54:)
           IF RECON-BOOK-DATE(RECON-SHOW-IDX)
                   NOT EQUAL RECON-STMT-DATE(RECON-SHOW-IDX)
                   MOVE '*** DATES DIFFER ***'
                           TO REPORT-LINE-WORK(66:)
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE

           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE 'BALANCE PER BOOK' TO RPT-LABEL
           MOVE RECON-BOOK-BAL(RECON-SHOW-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL

           MOVE 'OUTSTANDING PAYMENTS' TO RPT-LABEL
           MOVE RECON-PAYMENT-TOTAL(RECON-SHOW-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'P' TO SHOW-KIND
           PERFORM SHOW-ITEMS-OF-KIND

           MOVE 'UNCLEARED BOOK ENTRIES' TO RPT-LABEL
           MOVE RECON-ENTRY-TOTAL(RECON-SHOW-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'E' TO SHOW-KIND
           PERFORM SHOW-ITEMS-OF-KIND

           MOVE 'PRIOR-PERIOD DIVERSIONS' TO RPT-LABEL
           MOVE RECON-PRIOR-ADJ-TOTAL(RECON-SHOW-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'A' TO SHOW-KIND
           PERFORM SHOW-ITEMS-OF-KIND

           MOVE 'REJECTED STATEMENT ROWS' TO RPT-LABEL
           MOVE RECON-REJECT-TOTAL(RECON-SHOW-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'J' TO SHOW-KIND
           PERFORM SHOW-ITEMS-OF-KIND

           MOVE 'BLOCK-LIST ROWS' TO RPT-LABEL
           MOVE RECON-BLOCKED-TOTAL(RECON-SHOW-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'B' TO SHOW-KIND
           PERFORM SHOW-ITEMS-OF-KIND

           MOVE 'UNEXPLAINED DIFFERENCE' TO RPT-LABEL
           MOVE RECON-UNEXPLAINED(RECON-SHOW-IDX) TO RPT-AMOUNT
           IF RECON-UNEXPLAINED(RECON-SHOW-IDX) NOT EQUAL 0
                   MOVE '  *** INVESTIGATE ***' TO RPT-TAIL
           END-IF
           PERFORM WRITE-REPORT-DETAIL

           MOVE 'BALANCE PER BANK' TO RPT-LABEL
           MOVE RECON-BANK-BAL(RECON-SHOW-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           PERFORM WRITE-REPORT-BLANK-LINE
           EXIT
           .

       SHOW-ITEMS-OF-KIND.
           PERFORM SHOW-ONE-ITEM-LINE
                   VARYING ITEM-SHOW-IDX FROM 1 BY 1
                   UNTIL ITEM-SHOW-IDX > ITEM-COUNT
           EXIT
           .

       SHOW-ONE-ITEM-LINE.
           IF ITEM-ACCOUNT-NO(ITEM-SHOW-IDX) NOT EQUAL RECON-SHOW-IDX
                   OR ITEM-KIND(ITEM-SHOW-IDX) NOT EQUAL SHOW-KIND
                   OR ITEM-IS-EXPLAINED(ITEM-SHOW-IDX)
                   EXIT PARAGRAPH
           END-IF

           MOVE ITEM-DATE(ITEM-SHOW-IDX) TO DATE-TO-SHOW
           PERFORM FORMAT-DATE-TO-SHOW
           MOVE SPACES TO REPORT-DETAIL-LINE
           STRING
                   '    ' DELIMITED BY SIZE
                   DATE-SHOWN DELIMITED BY SIZE
                   INTO RPT-LABEL
           END-STRING
           MOVE ITEM-EFFECT(ITEM-SHOW-IDX) TO RPT-AMOUNT
           STRING
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(ITEM-REFERENCE(ITEM-SHOW-IDX))
                           DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(ITEM-TEXT(ITEM-SHOW-IDX))
                           DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(ITEM-NOTE(ITEM-SHOW-IDX))
                           DELIMITED BY SIZE
                   INTO RPT-TAIL
           END-STRING
           PERFORM WRITE-REPORT-DETAIL
           EXIT
           .

       SHOW-ORPHAN-GL-LINE.
           MOVE ORPHAN-GL-DATE(ORPHAN-GL-IDX) TO DATE-TO-SHOW
           PERFORM FORMAT-DATE-TO-SHOW
           MOVE SPACES TO REPORT-DETAIL-LINE
           STRING
                   'GL ' DELIMITED BY SIZE
                   ORPHAN-GL-CODE(ORPHAN-GL-IDX) DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   DATE-SHOWN DELIMITED BY SIZE
                   INTO RPT-LABEL
           END-STRING
           MOVE ORPHAN-GL-BAL(ORPHAN-GL-IDX) TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           EXIT
           .

       FORMAT-DATE-TO-SHOW.
           IF DATE-TO-SHOW EQUAL 0
                   MOVE '??.??.????' TO DATE-SHOWN
           ELSE
                   MOVE SPACES TO DATE-SHOWN
                   STRING
                           DATE-SHOW-DD DELIMITED BY SIZE
                           '.' DELIMITED BY SIZE
                           DATE-SHOW-MM DELIMITED BY SIZE
                           '.' DELIMITED BY SIZE
                           DATE-SHOW-YYYY DELIMITED BY SIZE
                           INTO DATE-SHOWN
                   END-STRING
           END-IF
           EXIT
           .

       NEW-REPORT-PAGE.
           ADD 1 TO REPORT-PAGE-NUMBER
           MOVE RUN-ID TO RPT-HEAD-RUN-ID
           MOVE REPORT-PAGE-NUMBER TO RPT-HEAD-PAGE
           WRITE REPORT-REC FROM REPORT-HEADING-LINE
           MOVE SPACES TO REPORT-REC
           WRITE REPORT-REC
           MOVE 2 TO REPORT-LINE-COUNT
           EXIT
           .

       WRITE-REPORT-LINE.
           IF REPORT-LINE-COUNT >= REPORT-LINES-PER-PAGE
                   PERFORM NEW-REPORT-PAGE
           END-IF
           WRITE REPORT-REC FROM REPORT-LINE-WORK
           ADD 1 TO REPORT-LINE-COUNT
           EXIT
           .

       WRITE-REPORT-DETAIL.
           MOVE REPORT-DETAIL-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-DETAIL-LINE
           EXIT
           .

       WRITE-REPORT-BLANK-LINE.
           MOVE SPACES TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       WRITE-REPORT-COUNT.
           MOVE REPORT-COUNT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO RPT-COUNT-LABEL
           EXIT
           .
