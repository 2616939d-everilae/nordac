|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORDAC16.

      *****************
      * Bank service charge verification over the transaction
      * history master.
      *
      * Nordea books its fees and interest as ordinary statement
      * rows. This report prices one month's activity per account
      * with the agreed fee tariff and holds the result against
      * the charge rows the bank actually booked, so an overcharge
      * turns into a refund claim instead of a cost.
      *
      * Tariff (NORDFEETARIFF), one line per fee, '*' comments:
      *   FEE-CODE <TAB> FIELD <TAB> PATTERN <TAB> BASIS <TAB> PRICE
      *   [<TAB> ACTIVITY-PATTERN [<TAB> ACCOUNT-ID]]
      * FIELD is TRANSACTION or MSG, and a row whose field
      * contains PATTERN is that fee's charge row. BASIS says what
      * the fee is paid for:
      *   MONTHLY  - PRICE once per account and month
      *   TRANSFER - PRICE per outgoing transfer: a debit without a
      *              card number that is neither a fee row nor a
      *              NORDAC05 payment
      *   CARD     - PRICE per card row
      *   PAYMENT  - PRICE per pain.001 payment on the NORDAC05
      *              register with its due date in the month
      *   INTEREST - PRICE is the agreed yearly rate in percent on
      *              the account's balance-ledger balance; the row
      *              is interest credited, not a charge. A ledger
      *              balance dated outside the activity and charge
      *              months is not that month's and is not priced
      *   CHARGE   - no price; PATTERN only says the row is a bank
      *              charge, and one that no priced line claims is
      *              listed as matching no tariff line
      * ACTIVITY-PATTERN narrows TRANSFER and CARD to rows whose
      * TRANSACTION contains it; ACCOUNT-ID narrows a line to one
      * account. The first priced line that matches a row claims
      * it; CHARGE lines are tried only after all priced ones.
      *
      * Patterns are matched against the bank's own TRANSACTION
      * text even on rows reclassified through NORDAC14 - what
      * the bank charges for is what the bank did, not how we
      * booked it. Voided rows are left out.
      *
      *   HISTORYFILE      - the history master (required)
      *   NORDFEETARIFF    - the tariff (required)
      *   NORDFEEMONTH     - activity month YYYYMM, the month before
      *                      this one when not set
      *   NORDFEELAG       - months after the activity month in
      *                      which the bank books its charges, 0
      *                      (same month) or 1; 0 when not set
      *   BALLEDGERFILE    - NORDAC01's balance ledger; interest is
      *                      only checked when set
      *   NORDPAYACCOUNT   - ACCOUNT-ID the NORDAC05 payment runs
      *                      debit; the register is read only when
      *                      this is set (as NORDAC13)
      *   NORDPAYREG       - payment register, NORDAC05.REG when
      *                      not set
      *   NORDFEETOLERANCE - allowed fee difference, 0.00 when not
      *                      set
      *   NORDINTTOLERANCE - allowed interest difference, 1.00 when
      *                      not set (the ledger holds one closing
      *                      balance, not the month's daily ones)
      *   NORDFEERPT       - report, NORDAC16.RPT when not set
      *
      * RC 0 everything charged as agreed, 4 an overcharge, a
      * charge matching no tariff line or interest short of the
      * agreed rate, 12 a parameter or input problem, 16 a table
      * overflow.
      *****************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
                   ASSIGN TO HISTORY-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS IS HISTORY-STATUS.

           SELECT TARIFF-FILE
                   ASSIGN TO TARIFF-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS TARIFF-STATUS.

           SELECT BALANCE-LEDGER-FILE
                   ASSIGN TO BALANCE-LEDGER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS BALANCE-LEDGER-STATUS.

           SELECT PAY-REGISTER-FILE
                   ASSIGN TO PAY-REGISTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS PAY-REGISTER-STATUS.

           SELECT REPORT-FILE
                   ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY NORDHIST.

       FD  TARIFF-FILE.
       01  TARIFF-REC.
               05  TARIFF-REC-DATA PIC X(200).

       FD  BALANCE-LEDGER-FILE.
       01  BALANCE-LEDGER-REC.
               05  BALANCE-LEDGER-DATA PIC X(128).

       FD  PAY-REGISTER-FILE.
       01  PAY-REGISTER-REC.
               05  PAY-REGISTER-DATA PIC X(200).

       FD  REPORT-FILE.
       01  REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS PIC 99.
       01  HISTORY-FILENAME PIC X(256).
       01  TARIFF-STATUS PIC 99.
       01  TARIFF-FILENAME PIC X(256).
       01  BALANCE-LEDGER-STATUS PIC 99.
       01  BALANCE-LEDGER-FILENAME PIC X(256).
       01  PAY-REGISTER-STATUS PIC 99.
       01  PAY-REGISTER-FILENAME PIC X(256).
       01  PAY-ACCOUNT-ID PIC X(24).
       01  REPORT-STATUS PIC 99.
       01  REPORT-FILENAME PIC X(256).

       01  RUN-AUDIT-CONTROL.
               05  RUN-ID PIC X(17).
               05  RUN-DATE-TEXT PIC X(8).
               05  RUN-TIME-TEXT PIC X(8).

       01  READ-CONTROL.
               05  HISTORY-EOF PIC X(1) VALUE 'N'.
                       88  HISTORY-AT-EOF VALUE 'Y'.
               05  LEDGER-ACTIVE PIC X(1) VALUE 'N'.
                       88  LEDGER-IS-ACTIVE VALUE 'Y'.

      *****************
      * The month priced and the month its charges are booked in,
      * both YYYYMM.
      *****************
       01  MONTH-CONTROL.
               05  FEE-MONTH-TEXT PIC X(6).
               05  FEE-LAG-TEXT PIC X(1).
               05  ACTIVITY-MONTH PIC 9(6).
               05  ACTIVITY-MONTH-PARTS REDEFINES ACTIVITY-MONTH.
                       10  ACTIVITY-YYYY PIC 9(4).
                       10  ACTIVITY-MM PIC 9(2).
               05  CHARGE-MONTH PIC 9(6).
               05  CHARGE-MONTH-PARTS REDEFINES CHARGE-MONTH.
                       10  CHARGE-YYYY PIC 9(4).
                       10  CHARGE-MM PIC 9(2).
               05  NEXT-MONTH PIC 9(6).
               05  NEXT-MONTH-PARTS REDEFINES NEXT-MONTH.
                       10  NEXT-YYYY PIC 9(4).
                       10  NEXT-MM PIC 9(2).
               05  MONTH-FIRST-DATE PIC 9(8).
               05  NEXT-FIRST-DATE PIC 9(8).
               05  DAYS-IN-MONTH PIC 9(2) USAGE COMP.
               05  ROW-MONTH PIC 9(6).

       01  TOLERANCE-CONTROL.
               05  FEE-TOLERANCE-TEXT PIC X(15).
               05  INT-TOLERANCE-TEXT PIC X(15).
               05  FEE-TOLERANCE PIC S9(7)V99 USAGE COMP-3.
               05  INT-TOLERANCE PIC S9(7)V99 USAGE COMP-3.

      *****************
      * Tariff lines in file order. TF-NUMBER is the line's place
      * in the table, which is also its column in each account's
      * fee entries below.
      *****************
       01  TARIFF-TABLE.
               05  TARIFF-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  TARIFF-ENTRY OCCURS 100 TIMES
                           INDEXED BY TARIFF-IDX.
                       10  TF-FEE-CODE PIC X(12).
                       10  TF-FIELD PIC X(1).
                               88  TF-MATCHES-TRANSACTION VALUE 'T'.
                               88  TF-MATCHES-MSG VALUE 'M'.
                       10  TF-PATTERN PIC X(40).
                       10  TF-BASIS PIC X(8).
                               88  TF-IS-MONTHLY VALUE 'MONTHLY'.
                               88  TF-IS-TRANSFER VALUE 'TRANSFER'.
                               88  TF-IS-CARD VALUE 'CARD'.
                               88  TF-IS-PAYMENT VALUE 'PAYMENT'.
                               88  TF-IS-INTEREST VALUE 'INTEREST'.
                               88  TF-IS-CHARGE VALUE 'CHARGE'.
                       10  TF-PRICE PIC S9(7)V9(4) USAGE COMP-3.
                       10  TF-ACTIVITY-PATTERN PIC X(24).
                       10  TF-ACCOUNT-ID PIC X(24).

       77  TARIFF-LIMIT PIC 9(4) USAGE COMP VALUE 100.

       01  TARIFF-LINE-FIELDS.
               05  TARIFF-FIELD-TEXT PIC X(16).
               05  TARIFF-PRICE-TEXT PIC X(15).
               05  TARIFF-NUMBER PIC 9(4) USAGE COMP.
               05  TARIFF-LINE-NUMBER PIC 9(4) USAGE COMP VALUE 0.
               05  TARIFF-LINE-EDIT PIC ZZZ9.

      *****************
      * One entry per account seen in the ledger or the month's
      * history, with a fee entry for every tariff line.
      *****************
       01  FEE-ACCOUNT-TABLE.
               05  FEE-ACCOUNT-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  FEE-ACCOUNT-ENTRY OCCURS 200 TIMES
                           INDEXED BY FEE-ACCOUNT-IDX
                                      FEE-ACCOUNT-SHOW-IDX.
                       10  FA-ACCOUNT-ID PIC X(24).
                       10  FA-LEDGER-STATE PIC X(1).
                               88  FA-IS-IN-LEDGER VALUE 'Y'.
                       10  FA-LEDGER-DATE PIC 9(8).
                       10  FA-LEDGER-BAL PIC S9(9)V99 USAGE COMP-3.
                       10  FA-TRANSFER-COUNT PIC 9(6) USAGE COMP.
                       10  FA-CARD-COUNT PIC 9(6) USAGE COMP.
                       10  FA-PAYMENT-COUNT PIC 9(6) USAGE COMP.
                       10  FA-FEE-ENTRY OCCURS 100 TIMES.
                               15  FF-QUANTITY PIC 9(6) USAGE COMP.
                               15  FF-CHARGE-ROWS PIC 9(4)
                                           USAGE COMP.
                               15  FF-CHARGED PIC S9(9)V99
                                           USAGE COMP-3.
                               15  FF-EXPECTED PIC S9(9)V99
                                           USAGE COMP-3.
                               15  FF-RESULT PIC X(1).

       77  FEE-ACCOUNT-LIMIT PIC 9(4) USAGE COMP VALUE 200.

       01  ACCOUNT-LOOKUP.
               05  LOOKUP-ACCOUNT-ID PIC X(24).

      *****************
      * Charge rows no priced tariff line claimed.
      *****************
       01  UNMATCHED-CHARGE-TABLE.
               05  UNMATCHED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  UNMATCHED-ENTRY OCCURS 1000 TIMES
                           INDEXED BY UNMATCHED-IDX
                                      UNMATCHED-SHOW-IDX.
                       10  UC-ACCOUNT-ID PIC X(24).
                       10  UC-RECORD-DATE PIC X(10).
                       10  UC-AMOUNT PIC S9(9)V99 USAGE COMP-3.
                       10  UC-TRANSACTION PIC X(24).
                       10  UC-MSG PIC X(40).

       77  UNMATCHED-LIMIT PIC 9(4) USAGE COMP VALUE 1000.

      *****************
      * End-to-end ids of every payment on the NORDAC05 register.
      * A debit carrying one in its reference fields or its MSG is
      * that pain.001 payment going out and is priced as a PAYMENT,
      * not again as a TRANSFER.
      *****************
       01  PAYMENT-ID-TABLE.
               05  PAYMENT-ID-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  PAYMENT-ID-ENTRY OCCURS 20000 TIMES
                           INDEXED BY PAYMENT-ID-IDX.
                       10  PAYMENT-END-TO-END-ID PIC X(32).

       77  PAYMENT-ID-LIMIT PIC 9(8) USAGE COMP VALUE 20000.

       01  PAYMENT-ID-MATCH-WORK.
               05  PAYMENT-ID-LEN PIC 9(4) USAGE COMP.
               05  PAYMENT-MSG-TALLY PIC 9(4) USAGE COMP.

       01  PAY-REGISTER-LINE-FIELDS.
               05  PREG-RUN-ID PIC X(17).
               05  PREG-END-TO-END-ID PIC X(22).
               05  PREG-DUE-DATE PIC X(10).
               05  PREG-IBAN PIC X(34).
               05  PREG-AMOUNT-TEXT PIC X(15).
               05  PREG-OUR-REFERENCE PIC X(32).
               05  PREG-STATUS PIC X(1).
               05  PREG-SETTLED-DATE PIC X(10).

       01  LEDGER-LINE-FIELDS.
               05  LEDGER-ACCOUNT-TEXT PIC X(24).
               05  LEDGER-DATE-TEXT PIC X(8).
               05  LEDGER-BAL-TEXT PIC X(15).

       01  DATE-CONVERSION-WORK.
               05  DATE-TO-CONVERT PIC X(10).
               05  DATE-CONVERTED PIC 9(8).

      *****************
      * The row in hand: which tariff line claims it, if any, and
      * whether it is activity to be priced.
      *****************
       01  ROW-MATCH-CONTROL.
               05  MATCH-SUBJECT PIC X(64).
               05  MATCH-PATTERN PIC X(40).
               05  MATCH-PATTERN-LEN PIC 9(2) USAGE COMP.
               05  MATCH-TALLY PIC 9(4) USAGE COMP.
               05  MATCH-FOUND PIC X(1).
                       88  MATCH-WAS-FOUND VALUE 'Y'.
               05  ROW-CLAIMED-BY PIC 9(4) USAGE COMP.
               05  ROW-IS-CHARGE-FLAG PIC X(1).
                       88  ROW-IS-CHARGE VALUE 'Y'.
               05  ROW-IS-PAYMENT-FLAG PIC X(1).
                       88  ROW-IS-PAYMENT VALUE 'Y'.
               05  ROW-ACTIVITY-KIND PIC X(1).
                       88  ROW-IS-TRANSFER VALUE 'T'.
                       88  ROW-IS-CARD VALUE 'C'.

       01  CHECK-WORK.
               05  FEE-DIFFERENCE PIC S9(9)V99 USAGE COMP-3.
               05  INTEREST-DIFFERENCE PIC S9(9)V99 USAGE COMP-3.
               05  FEE-EXPECTED-WORK PIC S9(9)V99 USAGE COMP-3.

       01  RUN-TOTALS.
               05  ROWS-READ-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  ROWS-IN-WINDOW-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.
               05  ROWS-VOIDED-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  ROWS-CHARGE-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  ROWS-INTEREST-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  ROWS-UNMATCHED-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.
               05  PAYMENTS-IN-MONTH-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.
               05  FEES-OVER-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  FEES-UNDER-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  INTEREST-SHORT-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  TOTAL-EXPECTED PIC S9(11)V99 USAGE COMP-3
                           VALUE 0.
               05  TOTAL-CHARGED PIC S9(11)V99 USAGE COMP-3 VALUE 0.
               05  TOTAL-OVERCHARGED PIC S9(11)V99 USAGE COMP-3
                           VALUE 0.
               05  TOTAL-UNDERCHARGED PIC S9(11)V99 USAGE COMP-3
                           VALUE 0.
               05  TOTAL-UNMATCHED PIC S9(11)V99 USAGE COMP-3
                           VALUE 0.
               05  TOTAL-INTEREST-EXPECTED PIC S9(11)V99
                           USAGE COMP-3 VALUE 0.
               05  TOTAL-INTEREST-CREDITED PIC S9(11)V99
                           USAGE COMP-3 VALUE 0.
               05  TOTAL-INTEREST-SHORT PIC S9(11)V99 USAGE COMP-3
                           VALUE 0.

       01  AMOUNT-VALIDATION.
               05  AMOUNT-TEXT PIC X(15).
               05  AMOUNT-CHAR-IDX PIC 9(2) USAGE COMP.
               05  AMOUNT-BAD-CHAR-COUNT PIC 9(2) USAGE COMP.
               05  AMOUNT-DIGIT-COUNT PIC 9(2) USAGE COMP.

       01  REPORT-CONTROL.
               05  REPORT-PAGE-NUMBER PIC 9(4) USAGE COMP VALUE 0.
               05  REPORT-LINE-COUNT PIC 9(2) USAGE COMP VALUE 0.
               05  ACCOUNT-LINES-SHOWN PIC 9(4) USAGE COMP.

       77  REPORT-LINES-PER-PAGE PIC 9(2) USAGE COMP VALUE 60.

       01  REPORT-LINE-WORK PIC X(132).

       01  REPORT-HEADING-LINE.
               05  FILLER PIC X(10) VALUE 'NORDAC16'.
               05  FILLER PIC X(36)
                           VALUE 'BANK CHARGE VERIFICATION'.
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

       01  FEE-REPORT-LINE.
               05  FILLER PIC X(4) VALUE SPACES.
               05  FEE-RPT-CODE PIC X(12).
               05  FILLER PIC X(1) VALUE SPACES.
               05  FEE-RPT-BASIS PIC X(8).
               05  FEE-RPT-QUANTITY PIC Z(5)9.
               05  FILLER PIC X(1) VALUE SPACES.
               05  FEE-RPT-PRICE PIC -Z(6)9,99.
               05  FILLER PIC X(3) VALUE SPACES.
               05  FEE-RPT-EXPECTED PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  FEE-RPT-CHARGED PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  FEE-RPT-DIFFERENCE PIC -Z(8)9,99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  FEE-RPT-NOTE PIC X(30).

       01  UNMATCHED-REPORT-LINE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  UNM-RPT-ACCOUNT PIC X(24).
               05  FILLER PIC X(1) VALUE SPACES.
               05  UNM-RPT-DATE PIC X(10).
               05  FILLER PIC X(1) VALUE SPACES.
               05  UNM-RPT-AMOUNT PIC -Z(8)9,99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  UNM-RPT-TRANSACTION PIC X(24).
               05  FILLER PIC X(1) VALUE SPACES.
               05  UNM-RPT-MSG PIC X(40).
               05  FILLER PIC X(14) VALUE SPACES.

       01  INTEREST-REPORT-LINE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  INT-RPT-ACCOUNT PIC X(24).
               05  INT-RPT-BALANCE PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  FILLER PIC X(2) VALUE SPACES.
               05  INT-RPT-RATE PIC Z9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  INT-RPT-DAYS PIC ZZZ9.
               05  FILLER PIC X(1) VALUE SPACES.
               05  INT-RPT-EXPECTED PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  INT-RPT-CREDITED PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  INT-RPT-DIFFERENCE PIC -Z(8)9,99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  INT-RPT-NOTE PIC X(35).

       01  FORMATTED.
               05  FORMATTED-MONTH PIC X(7).
               05  FORMATTED-COUNT PIC Z(5)9.
               05  FORMATTED-COUNT-2 PIC Z(5)9.
               05  FORMATTED-COUNT-3 PIC Z(5)9.

       77  HT PIC X VALUE X"09".

|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-TARIFF-TABLE
           IF LEDGER-IS-ACTIVE
                   PERFORM LOAD-BALANCE-LEDGER
           END-IF
           IF PAY-ACCOUNT-ID NOT EQUAL SPACES
                   PERFORM LOAD-PAYMENT-REGISTER
           END-IF
           PERFORM SCAN-HISTORY-MASTER
           PERFORM PRICE-ACCOUNT-FEES
                   VARYING FEE-ACCOUNT-IDX FROM 1 BY 1
                   UNTIL FEE-ACCOUNT-IDX > FEE-ACCOUNT-COUNT
           PERFORM WRITE-FEE-REPORT

           DISPLAY "NORDAC16: ROWS READ         " ROWS-READ-COUNT
           DISPLAY "NORDAC16: ROWS IN WINDOW    "
                   ROWS-IN-WINDOW-COUNT
           DISPLAY "NORDAC16: CHARGE ROWS       " ROWS-CHARGE-COUNT
           DISPLAY "NORDAC16: UNMATCHED CHARGES "
                   ROWS-UNMATCHED-COUNT
           DISPLAY "NORDAC16: FEES OVERCHARGED  " FEES-OVER-COUNT
           DISPLAY "NORDAC16: INTEREST SHORT    "
                   INTEREST-SHORT-COUNT
           DISPLAY "NORDAC16: REPORT WRITTEN TO "
                   FUNCTION TRIM(REPORT-FILENAME)
           IF FEES-OVER-COUNT > 0
                   OR ROWS-UNMATCHED-COUNT > 0
                   OR INTEREST-SHORT-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       INITIALIZE-RUN.
           ACCEPT HISTORY-FILENAME FROM ENVIRONMENT 'HISTORYFILE'
           ACCEPT TARIFF-FILENAME FROM ENVIRONMENT 'NORDFEETARIFF'
           ACCEPT FEE-MONTH-TEXT FROM ENVIRONMENT 'NORDFEEMONTH'
           ACCEPT FEE-LAG-TEXT FROM ENVIRONMENT 'NORDFEELAG'
           ACCEPT BALANCE-LEDGER-FILENAME
                   FROM ENVIRONMENT 'BALLEDGERFILE'
           ACCEPT PAY-ACCOUNT-ID FROM ENVIRONMENT 'NORDPAYACCOUNT'
           ACCEPT PAY-REGISTER-FILENAME FROM ENVIRONMENT 'NORDPAYREG'
           ACCEPT FEE-TOLERANCE-TEXT
                   FROM ENVIRONMENT 'NORDFEETOLERANCE'
           ACCEPT INT-TOLERANCE-TEXT
                   FROM ENVIRONMENT 'NORDINTTOLERANCE'
           ACCEPT REPORT-FILENAME FROM ENVIRONMENT 'NORDFEERPT'

           IF HISTORY-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC16: HISTORYFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF TARIFF-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC16: NORDFEETARIFF NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF BALANCE-LEDGER-FILENAME NOT EQUAL SPACES
                   MOVE 'Y' TO LEDGER-ACTIVE
           END-IF
           IF PAY-REGISTER-FILENAME EQUAL SPACES
                   MOVE 'NORDAC05.REG' TO PAY-REGISTER-FILENAME
           END-IF
           IF REPORT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC16.RPT' TO REPORT-FILENAME
           END-IF

           IF FEE-TOLERANCE-TEXT EQUAL SPACES
                   MOVE '0.00' TO FEE-TOLERANCE-TEXT
           END-IF
           MOVE FEE-TOLERANCE-TEXT TO AMOUNT-TEXT
           PERFORM VALIDATE-AMOUNT-TEXT
           IF AMOUNT-BAD-CHAR-COUNT > 0 OR AMOUNT-DIGIT-COUNT = 0
                   DISPLAY "NORDAC16: NORDFEETOLERANCE IS NOT AN "
                           "AMOUNT"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           MOVE FEE-TOLERANCE-TEXT TO FEE-TOLERANCE
           IF INT-TOLERANCE-TEXT EQUAL SPACES
                   MOVE '1.00' TO INT-TOLERANCE-TEXT
           END-IF
           MOVE INT-TOLERANCE-TEXT TO AMOUNT-TEXT
           PERFORM VALIDATE-AMOUNT-TEXT
           IF AMOUNT-BAD-CHAR-COUNT > 0 OR AMOUNT-DIGIT-COUNT = 0
                   DISPLAY "NORDAC16: NORDINTTOLERANCE IS NOT AN "
                           "AMOUNT"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           MOVE INT-TOLERANCE-TEXT TO INT-TOLERANCE

           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           STRING
                   'R' DELIMITED BY SIZE
                   RUN-DATE-TEXT DELIMITED BY SIZE
                   RUN-TIME-TEXT DELIMITED BY SIZE
                   INTO RUN-ID
           END-STRING

           PERFORM SET-FEE-MONTHS

           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC16: CANNOT OPEN HISTORY MASTER, "
                           "STATUS " HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

      *****************
      * Activity month from NORDFEEMONTH or last month; charge
      * month NORDFEELAG months later; the activity month's length
      * for the interest day count.
      *****************
       SET-FEE-MONTHS.
           IF FEE-MONTH-TEXT EQUAL SPACES
                   MOVE RUN-DATE-TEXT(1:6) TO ACTIVITY-MONTH
                   IF ACTIVITY-MM EQUAL 1
                           SUBTRACT 1 FROM ACTIVITY-YYYY
                           MOVE 12 TO ACTIVITY-MM
                   ELSE
                           SUBTRACT 1 FROM ACTIVITY-MM
                   END-IF
           ELSE
                   IF FEE-MONTH-TEXT IS NOT NUMERIC
                           DISPLAY "NORDAC16: NORDFEEMONTH MUST BE "
                                   "YYYYMM"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   MOVE FEE-MONTH-TEXT TO ACTIVITY-MONTH
                   IF ACTIVITY-MM < 1 OR ACTIVITY-MM > 12
                           DISPLAY "NORDAC16: NORDFEEMONTH MUST BE "
                                   "YYYYMM"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF

           MOVE ACTIVITY-MONTH TO NEXT-MONTH
           IF NEXT-MM EQUAL 12
                   ADD 1 TO NEXT-YYYY
                   MOVE 1 TO NEXT-MM
           ELSE
                   ADD 1 TO NEXT-MM
           END-IF

           EVALUATE FEE-LAG-TEXT
                   WHEN SPACE
                   WHEN '0'
                           MOVE ACTIVITY-MONTH TO CHARGE-MONTH
                   WHEN '1'
                           MOVE NEXT-MONTH TO CHARGE-MONTH
                   WHEN OTHER
                           DISPLAY "NORDAC16: NORDFEELAG MUST BE 0 "
                                   "OR 1"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
           END-EVALUATE

           COMPUTE MONTH-FIRST-DATE = ACTIVITY-MONTH * 100 + 1
           COMPUTE NEXT-FIRST-DATE = NEXT-MONTH * 100 + 1
           COMPUTE DAYS-IN-MONTH =
                   FUNCTION INTEGER-OF-DATE(NEXT-FIRST-DATE)
                   - FUNCTION INTEGER-OF-DATE(MONTH-FIRST-DATE)
           EXIT
           .

       CONVERT-DATE-TO-COMPARABLE.
           MOVE 0 TO DATE-CONVERTED
           MOVE DATE-TO-CONVERT(7:4) TO DATE-CONVERTED(1:4)
           MOVE DATE-TO-CONVERT(4:2) TO DATE-CONVERTED(5:2)
           MOVE DATE-TO-CONVERT(1:2) TO DATE-CONVERTED(7:2)
           EXIT
           .

       LOAD-TARIFF-TABLE.
           OPEN INPUT TARIFF-FILE
           IF TARIFF-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC16: CANNOT OPEN "
                           FUNCTION TRIM(TARIFF-FILENAME)
                           ", STATUS " TARIFF-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-TARIFF-FILE
                   IF TARIFF-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO TARIFF-LINE-NUMBER
                   PERFORM ADD-TARIFF-ENTRY
           END-PERFORM
           CLOSE TARIFF-FILE
           EXIT
           .

       READ-TARIFF-FILE.
           READ TARIFF-FILE INTO TARIFF-REC
           EXIT
           .

       ADD-TARIFF-ENTRY.
           IF TARIFF-REC-DATA(1:1) EQUAL '*'
                   OR TARIFF-REC-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           IF TARIFF-COUNT NOT < TARIFF-LIMIT
                   DISPLAY "ERROR: TARIFF TABLE FULL - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           ADD 1 TO TARIFF-COUNT
           SET TARIFF-IDX TO TARIFF-COUNT
           MOVE SPACES TO TARIFF-ENTRY(TARIFF-IDX)
           MOVE SPACES TO TARIFF-FIELD-TEXT
           MOVE SPACES TO TARIFF-PRICE-TEXT
           UNSTRING TARIFF-REC-DATA
           DELIMITED BY HT
           INTO TF-FEE-CODE(TARIFF-IDX)
                TARIFF-FIELD-TEXT
                TF-PATTERN(TARIFF-IDX)
                TF-BASIS(TARIFF-IDX)
                TARIFF-PRICE-TEXT
                TF-ACTIVITY-PATTERN(TARIFF-IDX)
                TF-ACCOUNT-ID(TARIFF-IDX)
           END-UNSTRING

           EVALUATE TARIFF-FIELD-TEXT
                   WHEN 'TRANSACTION'
                           MOVE 'T' TO TF-FIELD(TARIFF-IDX)
                   WHEN 'MSG'
                           MOVE 'M' TO TF-FIELD(TARIFF-IDX)
                   WHEN OTHER
                           PERFORM REJECT-TARIFF-LINE
           END-EVALUATE
           IF TF-PATTERN(TARIFF-IDX) EQUAL SPACES
                   PERFORM REJECT-TARIFF-LINE
           END-IF
           IF NOT TF-IS-MONTHLY(TARIFF-IDX)
                   AND NOT TF-IS-TRANSFER(TARIFF-IDX)
                   AND NOT TF-IS-CARD(TARIFF-IDX)
                   AND NOT TF-IS-PAYMENT(TARIFF-IDX)
                   AND NOT TF-IS-INTEREST(TARIFF-IDX)
                   AND NOT TF-IS-CHARGE(TARIFF-IDX)
                   PERFORM REJECT-TARIFF-LINE
           END-IF

           MOVE 0 TO TF-PRICE(TARIFF-IDX)
           IF NOT TF-IS-CHARGE(TARIFF-IDX)
                   MOVE TARIFF-PRICE-TEXT TO AMOUNT-TEXT
                   PERFORM VALIDATE-AMOUNT-TEXT
                   IF AMOUNT-BAD-CHAR-COUNT > 0
                           OR AMOUNT-DIGIT-COUNT = 0
                           PERFORM REJECT-TARIFF-LINE
                   END-IF
                   MOVE TARIFF-PRICE-TEXT TO TF-PRICE(TARIFF-IDX)
           END-IF
           EXIT
           .

      *****************
      * A tariff line that cannot be read would price the month
      * wrongly without saying so; better to stop.
      *****************
       REJECT-TARIFF-LINE.
           MOVE TARIFF-LINE-NUMBER TO TARIFF-LINE-EDIT
           DISPLAY "NORDAC16: TARIFF LINE " TARIFF-LINE-EDIT
                   " NOT VALID: "
                   FUNCTION TRIM(TARIFF-REC-DATA)
           MOVE 12 TO RETURN-CODE
           STOP RUN
           .

       LOAD-BALANCE-LEDGER.
           OPEN INPUT BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC16: CANNOT OPEN "
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
                   PERFORM TAKE-LEDGER-LINE
           END-PERFORM
           CLOSE BALANCE-LEDGER-FILE
           EXIT
           .

       READ-BALANCE-LEDGER-FILE.
           READ BALANCE-LEDGER-FILE INTO BALANCE-LEDGER-REC
           EXIT
           .

       TAKE-LEDGER-LINE.
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
           IF LEDGER-DATE-TEXT IS NOT NUMERIC
                   MOVE ZEROS TO LEDGER-DATE-TEXT
           END-IF

           MOVE LEDGER-ACCOUNT-TEXT TO LOOKUP-ACCOUNT-ID
           PERFORM FIND-OR-ADD-FEE-ACCOUNT
           MOVE 'Y' TO FA-LEDGER-STATE(FEE-ACCOUNT-IDX)
           MOVE LEDGER-DATE-TEXT TO FA-LEDGER-DATE(FEE-ACCOUNT-IDX)
           MOVE LEDGER-BAL-TEXT TO FA-LEDGER-BAL(FEE-ACCOUNT-IDX)
           EXIT
           .

      *****************
      * The register carries no debtor account - NORDAC05 takes
      * it per run - so every payment counts for the one account
      * NORDPAYACCOUNT names. Held payments never reach the
      * register and are not counted.
      *****************
       LOAD-PAYMENT-REGISTER.
           OPEN INPUT PAY-REGISTER-FILE
           IF PAY-REGISTER-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: PAYMENT REGISTER "
                           FUNCTION TRIM(PAY-REGISTER-FILENAME)
                           " NOT AVAILABLE, STATUS "
                           PAY-REGISTER-STATUS
                   EXIT PARAGRAPH
           END-IF

           MOVE PAY-ACCOUNT-ID TO LOOKUP-ACCOUNT-ID
           PERFORM FIND-OR-ADD-FEE-ACCOUNT
           PERFORM FOREVER
                   PERFORM READ-PAY-REGISTER-FILE
                   IF PAY-REGISTER-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM TAKE-REGISTER-PAYMENT
           END-PERFORM
           CLOSE PAY-REGISTER-FILE
           EXIT
           .

       READ-PAY-REGISTER-FILE.
           READ PAY-REGISTER-FILE INTO PAY-REGISTER-REC
           EXIT
           .

       TAKE-REGISTER-PAYMENT.
           IF PAY-REGISTER-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
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

           IF PAYMENT-ID-COUNT < PAYMENT-ID-LIMIT
                   ADD 1 TO PAYMENT-ID-COUNT
                   SET PAYMENT-ID-IDX TO PAYMENT-ID-COUNT
                   MOVE PREG-END-TO-END-ID
                           TO PAYMENT-END-TO-END-ID(PAYMENT-ID-IDX)
           ELSE
                   DISPLAY "ERROR: PAYMENT ID TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           MOVE PREG-DUE-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-COMPARABLE
           IF DATE-CONVERTED(1:6) EQUAL ACTIVITY-MONTH
                   ADD 1 TO FA-PAYMENT-COUNT(FEE-ACCOUNT-IDX)
                   ADD 1 TO PAYMENTS-IN-MONTH-COUNT
           END-IF
           EXIT
           .

       FIND-OR-ADD-FEE-ACCOUNT.
           SET FEE-ACCOUNT-IDX TO 1
           SEARCH FEE-ACCOUNT-ENTRY
                   AT END
                           PERFORM ADD-FEE-ACCOUNT-ENTRY
                   WHEN FEE-ACCOUNT-IDX > FEE-ACCOUNT-COUNT
                           PERFORM ADD-FEE-ACCOUNT-ENTRY
                   WHEN FA-ACCOUNT-ID(FEE-ACCOUNT-IDX)
                                   EQUAL LOOKUP-ACCOUNT-ID
                           CONTINUE
           END-SEARCH
           EXIT
           .

       ADD-FEE-ACCOUNT-ENTRY.
           IF FEE-ACCOUNT-COUNT < FEE-ACCOUNT-LIMIT
                   ADD 1 TO FEE-ACCOUNT-COUNT
                   SET FEE-ACCOUNT-IDX TO FEE-ACCOUNT-COUNT
                   MOVE LOOKUP-ACCOUNT-ID
                           TO FA-ACCOUNT-ID(FEE-ACCOUNT-IDX)
                   MOVE 'N' TO FA-LEDGER-STATE(FEE-ACCOUNT-IDX)
                   MOVE 0 TO FA-LEDGER-DATE(FEE-ACCOUNT-IDX)
                   MOVE 0 TO FA-LEDGER-BAL(FEE-ACCOUNT-IDX)
                   MOVE 0 TO FA-TRANSFER-COUNT(FEE-ACCOUNT-IDX)
                   MOVE 0 TO FA-CARD-COUNT(FEE-ACCOUNT-IDX)
                   MOVE 0 TO FA-PAYMENT-COUNT(FEE-ACCOUNT-IDX)
                   PERFORM CLEAR-ONE-FEE-ENTRY
                           VARYING TARIFF-NUMBER FROM 1 BY 1
                           UNTIL TARIFF-NUMBER > TARIFF-LIMIT
           ELSE
                   DISPLAY "ERROR: ACCOUNT TABLE FULL - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       CLEAR-ONE-FEE-ENTRY.
           MOVE 0 TO FF-QUANTITY(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           MOVE 0 TO FF-CHARGE-ROWS(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           MOVE 0 TO FF-CHARGED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           MOVE 0 TO FF-EXPECTED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           MOVE '-' TO FF-RESULT(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           EXIT
           .

       SCAN-HISTORY-MASTER.
           PERFORM FOREVER
                   PERFORM READ-NEXT-HISTORY
                   IF HISTORY-AT-EOF
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO ROWS-READ-COUNT
                   MOVE HIST-DATE(1:6) TO ROW-MONTH
                   IF ROW-MONTH EQUAL ACTIVITY-MONTH
                           OR ROW-MONTH EQUAL CHARGE-MONTH
                           IF HIST-IS-VOIDED
                                   ADD 1 TO ROWS-VOIDED-COUNT
                           ELSE
                                   ADD 1 TO ROWS-IN-WINDOW-COUNT
                                   PERFORM CLASSIFY-ONE-ROW
                           END-IF
                   END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT
           .

       READ-NEXT-HISTORY.
           READ HISTORY-FILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO HISTORY-EOF
           END-READ
           IF HISTORY-STATUS NOT EQUAL 00
                   MOVE 'Y' TO HISTORY-EOF
           END-IF
           EXIT
           .

      *****************
      * A fee row counts as charged in the charge month and is
      * never activity; with a one-month lag the activity month
      * holds the month before's fees, which are skipped.
      *****************
       CLASSIFY-ONE-ROW.
           MOVE 0 TO ROW-CLAIMED-BY
           MOVE 'N' TO ROW-IS-CHARGE-FLAG
           PERFORM TRY-PRICED-TARIFF-LINE
                   VARYING TARIFF-IDX FROM 1 BY 1
                   UNTIL TARIFF-IDX > TARIFF-COUNT
                       OR ROW-CLAIMED-BY > 0
           IF ROW-CLAIMED-BY EQUAL 0
                   PERFORM TRY-CHARGE-TARIFF-LINE
                           VARYING TARIFF-IDX FROM 1 BY 1
                           UNTIL TARIFF-IDX > TARIFF-COUNT
                               OR ROW-IS-CHARGE
           END-IF

           EVALUATE TRUE
                   WHEN ROW-CLAIMED-BY > 0
                           IF ROW-MONTH EQUAL CHARGE-MONTH
                                   PERFORM TAKE-CHARGE-ROW
                           END-IF
                   WHEN ROW-IS-CHARGE
                           IF ROW-MONTH EQUAL CHARGE-MONTH
                                   PERFORM TAKE-UNMATCHED-CHARGE
                           END-IF
                   WHEN ROW-MONTH EQUAL ACTIVITY-MONTH
                           PERFORM TAKE-ACTIVITY-ROW
           END-EVALUATE
           EXIT
           .

       TRY-PRICED-TARIFF-LINE.
           IF TF-IS-CHARGE(TARIFF-IDX)
                   EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-TARIFF-LINE
           IF MATCH-WAS-FOUND
                   SET ROW-CLAIMED-BY TO TARIFF-IDX
                   MOVE 'Y' TO ROW-IS-CHARGE-FLAG
           END-IF
           EXIT
           .

       TRY-CHARGE-TARIFF-LINE.
           IF NOT TF-IS-CHARGE(TARIFF-IDX)
                   EXIT PARAGRAPH
           END-IF
           PERFORM MATCH-TARIFF-LINE
           IF MATCH-WAS-FOUND
                   MOVE 'Y' TO ROW-IS-CHARGE-FLAG
           END-IF
           EXIT
           .

      *****************
      * Same substring test as the CATEGORYFILE patterns, against
      * TRANSACTION or MSG as the line says.
      *****************
       MATCH-TARIFF-LINE.
           MOVE 'N' TO MATCH-FOUND
           IF TF-ACCOUNT-ID(TARIFF-IDX) NOT EQUAL SPACES
                   AND TF-ACCOUNT-ID(TARIFF-IDX)
                           NOT EQUAL HIST-ACCOUNT-ID
                   EXIT PARAGRAPH
           END-IF
           IF TF-MATCHES-MSG(TARIFF-IDX)
                   MOVE HIST-MSG TO MATCH-SUBJECT
           ELSE
                   MOVE HIST-TRANSACTION TO MATCH-SUBJECT
           END-IF
           MOVE TF-PATTERN(TARIFF-IDX) TO MATCH-PATTERN
           PERFORM MATCH-SUBJECT-PATTERN
           EXIT
           .

       MATCH-SUBJECT-PATTERN.
           MOVE 'N' TO MATCH-FOUND
           MOVE 0 TO MATCH-TALLY
           MOVE FUNCTION LENGTH(FUNCTION TRIM(MATCH-PATTERN))
                   TO MATCH-PATTERN-LEN
           IF MATCH-PATTERN-LEN > 0
                   INSPECT MATCH-SUBJECT
                   TALLYING MATCH-TALLY
                   FOR ALL MATCH-PATTERN(1:MATCH-PATTERN-LEN)
           END-IF
           IF MATCH-TALLY > 0
                   MOVE 'Y' TO MATCH-FOUND
           END-IF
           EXIT
           .

      *****************
      * Fees come as debits, so what was charged is the negated
      * amount; interest is a credit and is taken as it stands.
      *****************
       TAKE-CHARGE-ROW.
           MOVE HIST-ACCOUNT-ID TO LOOKUP-ACCOUNT-ID
           PERFORM FIND-OR-ADD-FEE-ACCOUNT
           MOVE ROW-CLAIMED-BY TO TARIFF-NUMBER
           SET TARIFF-IDX TO ROW-CLAIMED-BY
           IF TF-IS-INTEREST(TARIFF-IDX)
                   ADD HIST-AMOUNT
                           TO FF-CHARGED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   ADD 1 TO ROWS-INTEREST-COUNT
           ELSE
                   SUBTRACT HIST-AMOUNT
                           FROM FF-CHARGED(FEE-ACCOUNT-IDX,
                                           TARIFF-NUMBER)
                   ADD 1 TO ROWS-CHARGE-COUNT
           END-IF
           ADD 1 TO FF-CHARGE-ROWS(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           EXIT
           .

       TAKE-UNMATCHED-CHARGE.
           ADD 1 TO ROWS-UNMATCHED-COUNT
           SUBTRACT HIST-AMOUNT FROM TOTAL-UNMATCHED
           IF UNMATCHED-COUNT < UNMATCHED-LIMIT
                   ADD 1 TO UNMATCHED-COUNT
                   SET UNMATCHED-IDX TO UNMATCHED-COUNT
                   MOVE HIST-ACCOUNT-ID
                           TO UC-ACCOUNT-ID(UNMATCHED-IDX)
                   MOVE HIST-RECORD-DATE
                           TO UC-RECORD-DATE(UNMATCHED-IDX)
                   MOVE HIST-AMOUNT TO UC-AMOUNT(UNMATCHED-IDX)
                   MOVE HIST-TRANSACTION
                           TO UC-TRANSACTION(UNMATCHED-IDX)
                   MOVE HIST-MSG TO UC-MSG(UNMATCHED-IDX)
           ELSE
                   DISPLAY "ERROR: UNMATCHED CHARGE TABLE FULL - "
                           "RUN STOPPED; CHECK THE TARIFF"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       TAKE-ACTIVITY-ROW.
           MOVE HIST-ACCOUNT-ID TO LOOKUP-ACCOUNT-ID
           PERFORM FIND-OR-ADD-FEE-ACCOUNT

           MOVE SPACE TO ROW-ACTIVITY-KIND
           IF HIST-CARD-NUMBER NOT EQUAL SPACES
                   MOVE 'C' TO ROW-ACTIVITY-KIND
                   ADD 1 TO FA-CARD-COUNT(FEE-ACCOUNT-IDX)
           ELSE
                   IF HIST-AMOUNT < 0
                           PERFORM CHECK-ROW-IS-PAYMENT
                           IF NOT ROW-IS-PAYMENT
                                   MOVE 'T' TO ROW-ACTIVITY-KIND
                                   ADD 1 TO FA-TRANSFER-COUNT
                                                   (FEE-ACCOUNT-IDX)
                           END-IF
                   END-IF
           END-IF
           IF ROW-ACTIVITY-KIND EQUAL SPACE
                   EXIT PARAGRAPH
           END-IF

           PERFORM COUNT-ROW-FOR-TARIFF-LINE
                   VARYING TARIFF-IDX FROM 1 BY 1
                   UNTIL TARIFF-IDX > TARIFF-COUNT
           EXIT
           .

       CHECK-ROW-IS-PAYMENT.
           MOVE 'N' TO ROW-IS-PAYMENT-FLAG
           IF PAYMENT-ID-COUNT EQUAL 0
                   EXIT PARAGRAPH
           END-IF
           PERFORM CHECK-ONE-PAYMENT-ID
                   VARYING PAYMENT-ID-IDX FROM 1 BY 1
                   UNTIL PAYMENT-ID-IDX > PAYMENT-ID-COUNT
                      OR ROW-IS-PAYMENT
           EXIT
           .

      *****************
      * The bank does not always carry the end-to-end id in a
      * reference field; a MSG that contains it is the payment too.
      *****************
       CHECK-ONE-PAYMENT-ID.
           IF PAYMENT-END-TO-END-ID(PAYMENT-ID-IDX)
                           EQUAL HIST-REFERENCE-NUMBER
                   OR PAYMENT-END-TO-END-ID(PAYMENT-ID-IDX)
                           EQUAL HIST-PAYER-REFERENCE
                   MOVE 'Y' TO ROW-IS-PAYMENT-FLAG
                   EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION LENGTH(FUNCTION TRIM(
                   PAYMENT-END-TO-END-ID(PAYMENT-ID-IDX)))
                   TO PAYMENT-ID-LEN
           MOVE 0 TO PAYMENT-MSG-TALLY
           IF PAYMENT-ID-LEN > 0
                   INSPECT HIST-MSG TALLYING PAYMENT-MSG-TALLY
                           FOR ALL PAYMENT-END-TO-END-ID(PAYMENT-ID-IDX)
                                   (1:PAYMENT-ID-LEN)
           END-IF
           IF PAYMENT-MSG-TALLY > 0
                   MOVE 'Y' TO ROW-IS-PAYMENT-FLAG
           END-IF
           EXIT
           .

       COUNT-ROW-FOR-TARIFF-LINE.
           IF TF-ACCOUNT-ID(TARIFF-IDX) NOT EQUAL SPACES
                   AND TF-ACCOUNT-ID(TARIFF-IDX)
                           NOT EQUAL HIST-ACCOUNT-ID
                   EXIT PARAGRAPH
           END-IF
           IF NOT (ROW-IS-TRANSFER AND TF-IS-TRANSFER(TARIFF-IDX))
                   AND NOT (ROW-IS-CARD AND TF-IS-CARD(TARIFF-IDX))
                   EXIT PARAGRAPH
           END-IF

           IF TF-ACTIVITY-PATTERN(TARIFF-IDX) NOT EQUAL SPACES
                   MOVE HIST-TRANSACTION TO MATCH-SUBJECT
                   MOVE TF-ACTIVITY-PATTERN(TARIFF-IDX)
                           TO MATCH-PATTERN
                   PERFORM MATCH-SUBJECT-PATTERN
                   IF NOT MATCH-WAS-FOUND
                           EXIT PARAGRAPH
                   END-IF
           END-IF
           SET TARIFF-NUMBER TO TARIFF-IDX
           ADD 1 TO FF-QUANTITY(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           EXIT
           .

      *****************
      * Expected charge per account and tariff line, and the
      * verdict against what was booked:
      *   O overcharged    U undercharged    K as agreed
      *   - nothing expected or charged (not listed)
      *****************
       PRICE-ACCOUNT-FEES.
           PERFORM PRICE-ONE-FEE
                   VARYING TARIFF-IDX FROM 1 BY 1
                   UNTIL TARIFF-IDX > TARIFF-COUNT
           EXIT
           .

       PRICE-ONE-FEE.
           IF TF-IS-CHARGE(TARIFF-IDX)
                   EXIT PARAGRAPH
           END-IF
           IF TF-ACCOUNT-ID(TARIFF-IDX) NOT EQUAL SPACES
                   AND TF-ACCOUNT-ID(TARIFF-IDX)
                           NOT EQUAL FA-ACCOUNT-ID(FEE-ACCOUNT-IDX)
                   EXIT PARAGRAPH
           END-IF
           SET TARIFF-NUMBER TO TARIFF-IDX

           EVALUATE TRUE
                   WHEN TF-IS-MONTHLY(TARIFF-IDX)
                           MOVE 1 TO FF-QUANTITY(FEE-ACCOUNT-IDX,
                                                 TARIFF-NUMBER)
                   WHEN TF-IS-PAYMENT(TARIFF-IDX)
                           MOVE FA-PAYMENT-COUNT(FEE-ACCOUNT-IDX)
                                   TO FF-QUANTITY(FEE-ACCOUNT-IDX,
                                                  TARIFF-NUMBER)
           END-EVALUATE

           IF TF-IS-INTEREST(TARIFF-IDX)
                   PERFORM PRICE-INTEREST
                   EXIT PARAGRAPH
           END-IF

           COMPUTE FF-EXPECTED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   ROUNDED =
                   FF-QUANTITY(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   * TF-PRICE(TARIFF-IDX)
           IF FF-EXPECTED(FEE-ACCOUNT-IDX, TARIFF-NUMBER) EQUAL 0
                   AND FF-CHARGE-ROWS(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                           EQUAL 0
                   EXIT PARAGRAPH
           END-IF

           COMPUTE FEE-DIFFERENCE =
                   FF-CHARGED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   - FF-EXPECTED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           ADD FF-EXPECTED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   TO TOTAL-EXPECTED
           ADD FF-CHARGED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   TO TOTAL-CHARGED
           EVALUATE TRUE
                   WHEN FEE-DIFFERENCE > FEE-TOLERANCE
                           MOVE 'O' TO FF-RESULT(FEE-ACCOUNT-IDX,
                                                 TARIFF-NUMBER)
                           ADD 1 TO FEES-OVER-COUNT
                           ADD FEE-DIFFERENCE TO TOTAL-OVERCHARGED
                   WHEN FEE-DIFFERENCE < 0 - FEE-TOLERANCE
                           MOVE 'U' TO FF-RESULT(FEE-ACCOUNT-IDX,
                                                 TARIFF-NUMBER)
                           ADD 1 TO FEES-UNDER-COUNT
                           SUBTRACT FEE-DIFFERENCE
                                   FROM TOTAL-UNDERCHARGED
                   WHEN OTHER
                           MOVE 'K' TO FF-RESULT(FEE-ACCOUNT-IDX,
                                                 TARIFF-NUMBER)
           END-EVALUATE
           EXIT
           .

      *****************
      * Agreed yearly rate on the ledger's closing balance for the
      * days of the activity month, actual/365. Only a positive
      * balance earns; an account the ledger does not know cannot
      * be checked and is listed as such, and so is one whose
      * ledger balance is dated outside the activity and charge
      * months - that balance is some other month's.
      *****************
       PRICE-INTEREST.
           MOVE 0 TO FF-EXPECTED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           IF NOT FA-IS-IN-LEDGER(FEE-ACCOUNT-IDX)
                   IF FF-CHARGE-ROWS(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                           > 0
                           MOVE 'N' TO FF-RESULT(FEE-ACCOUNT-IDX,
                                                 TARIFF-NUMBER)
                   END-IF
                   EXIT PARAGRAPH
           END-IF
           IF FA-LEDGER-DATE(FEE-ACCOUNT-IDX)(1:6)
                           NOT EQUAL ACTIVITY-MONTH
                   AND FA-LEDGER-DATE(FEE-ACCOUNT-IDX)(1:6)
                           NOT EQUAL CHARGE-MONTH
                   MOVE 'N' TO FF-RESULT(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   EXIT PARAGRAPH
           END-IF

           IF FA-LEDGER-BAL(FEE-ACCOUNT-IDX) > 0
                   COMPUTE FF-EXPECTED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                           ROUNDED =
                           FA-LEDGER-BAL(FEE-ACCOUNT-IDX)
                           * TF-PRICE(TARIFF-IDX) / 100
                           * DAYS-IN-MONTH / 365
           END-IF
           COMPUTE INTEREST-DIFFERENCE =
                   FF-CHARGED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   - FF-EXPECTED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           ADD FF-EXPECTED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   TO TOTAL-INTEREST-EXPECTED
           ADD FF-CHARGED(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   TO TOTAL-INTEREST-CREDITED
           IF INTEREST-DIFFERENCE < 0 - INT-TOLERANCE
                   MOVE 'S' TO FF-RESULT(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
                   ADD 1 TO INTEREST-SHORT-COUNT
                   SUBTRACT INTEREST-DIFFERENCE
                           FROM TOTAL-INTEREST-SHORT
           ELSE
                   MOVE 'K' TO FF-RESULT(FEE-ACCOUNT-IDX, TARIFF-NUMBER)
           END-IF
           EXIT
           .

       WRITE-FEE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: REPORT FILE NOT AVAILABLE, "
                           "STATUS " REPORT-STATUS
           END-IF
           MOVE 0 TO REPORT-PAGE-NUMBER
           MOVE REPORT-LINES-PER-PAGE TO REPORT-LINE-COUNT

           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   'ACTIVITY MONTH ' DELIMITED BY SIZE
                   ACTIVITY-MM DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   ACTIVITY-YYYY DELIMITED BY SIZE
                   ', CHARGES BOOKED IN ' DELIMITED BY SIZE
                   CHARGE-MM DELIMITED BY SIZE
                   '.' DELIMITED BY SIZE
                   CHARGE-YYYY DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           IF PAY-ACCOUNT-ID EQUAL SPACES
                   MOVE 'NORDPAYACCOUNT NOT SET - PAIN.001 PAYMENTS '
                           & 'NOT COUNTED, PRICED AS TRANSFERS'
                           TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
           END-IF

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'FEES EXPECTED AGAINST FEES CHARGED:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM SHOW-ACCOUNT-FEES
                   VARYING FEE-ACCOUNT-SHOW-IDX FROM 1 BY 1
                   UNTIL FEE-ACCOUNT-SHOW-IDX > FEE-ACCOUNT-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'CHARGES MATCHING NO TARIFF LINE:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           IF UNMATCHED-COUNT EQUAL 0
                   MOVE '  NONE' TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM SHOW-UNMATCHED-CHARGE
                   VARYING UNMATCHED-SHOW-IDX FROM 1 BY 1
                   UNTIL UNMATCHED-SHOW-IDX > UNMATCHED-COUNT

           PERFORM WRITE-INTEREST-SECTION
           PERFORM WRITE-TOTALS-SECTION

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           EXIT
           .

       SHOW-ACCOUNT-FEES.
           MOVE 0 TO ACCOUNT-LINES-SHOWN
           PERFORM COUNT-ONE-ACCOUNT-FEE
                   VARYING TARIFF-IDX FROM 1 BY 1
                   UNTIL TARIFF-IDX > TARIFF-COUNT
           IF ACCOUNT-LINES-SHOWN EQUAL 0
                   EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE FA-TRANSFER-COUNT(FEE-ACCOUNT-SHOW-IDX)
                   TO FORMATTED-COUNT
           MOVE FA-CARD-COUNT(FEE-ACCOUNT-SHOW-IDX)
                   TO FORMATTED-COUNT-2
           MOVE FA-PAYMENT-COUNT(FEE-ACCOUNT-SHOW-IDX)
                   TO FORMATTED-COUNT-3
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '  ACCOUNT ' DELIMITED BY SIZE
                   FA-ACCOUNT-ID(FEE-ACCOUNT-SHOW-IDX)
                           DELIMITED BY SIZE
                   '  TRANSFERS ' DELIMITED BY SIZE
                   FORMATTED-COUNT DELIMITED BY SIZE
                   '  CARD ROWS ' DELIMITED BY SIZE
                   FORMATTED-COUNT-2 DELIMITED BY SIZE
                   '  PAIN.001 PAYMENTS ' DELIMITED BY SIZE
                   FORMATTED-COUNT-3 DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '    FEE CODE     BASIS      QTY UNIT PRICE'
                           DELIMITED BY SIZE
                   '        EXPECTED       CHARGED    DIFFERENCE'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM SHOW-ONE-ACCOUNT-FEE
                   VARYING TARIFF-IDX FROM 1 BY 1
                   UNTIL TARIFF-IDX > TARIFF-COUNT
           EXIT
           .

       COUNT-ONE-ACCOUNT-FEE.
           SET TARIFF-NUMBER TO TARIFF-IDX
           IF NOT TF-IS-INTEREST(TARIFF-IDX)
                   AND FF-RESULT(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                           NOT EQUAL '-'
                   ADD 1 TO ACCOUNT-LINES-SHOWN
           END-IF
           EXIT
           .

       SHOW-ONE-ACCOUNT-FEE.
           SET TARIFF-NUMBER TO TARIFF-IDX
           IF TF-IS-INTEREST(TARIFF-IDX)
                   OR FF-RESULT(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                           EQUAL '-'
                   EXIT PARAGRAPH
           END-IF

           MOVE TF-FEE-CODE(TARIFF-IDX) TO FEE-RPT-CODE
           MOVE TF-BASIS(TARIFF-IDX) TO FEE-RPT-BASIS
           MOVE FF-QUANTITY(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                   TO FEE-RPT-QUANTITY
           MOVE TF-PRICE(TARIFF-IDX) TO FEE-RPT-PRICE
           MOVE FF-EXPECTED(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                   TO FEE-RPT-EXPECTED
           MOVE FF-CHARGED(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                   TO FEE-RPT-CHARGED
           COMPUTE FEE-RPT-DIFFERENCE =
                   FF-CHARGED(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                   - FF-EXPECTED(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
           EVALUATE FF-RESULT(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                   WHEN 'O'
                           MOVE '*** OVERCHARGED' TO FEE-RPT-NOTE
                   WHEN 'U'
                           MOVE 'UNDERCHARGED' TO FEE-RPT-NOTE
                   WHEN OTHER
                           MOVE 'AS AGREED' TO FEE-RPT-NOTE
           END-EVALUATE
           MOVE FEE-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       SHOW-UNMATCHED-CHARGE.
           MOVE UC-ACCOUNT-ID(UNMATCHED-SHOW-IDX) TO UNM-RPT-ACCOUNT
           MOVE UC-RECORD-DATE(UNMATCHED-SHOW-IDX) TO UNM-RPT-DATE
           MOVE UC-AMOUNT(UNMATCHED-SHOW-IDX) TO UNM-RPT-AMOUNT
           MOVE UC-TRANSACTION(UNMATCHED-SHOW-IDX)
                   TO UNM-RPT-TRANSACTION
           MOVE UC-MSG(UNMATCHED-SHOW-IDX) TO UNM-RPT-MSG
           MOVE UNMATCHED-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       WRITE-INTEREST-SECTION.
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'INTEREST CREDITED AGAINST THE AGREED RATE:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           IF NOT LEDGER-IS-ACTIVE
                   MOVE '  NOT CHECKED - BALLEDGERFILE NOT SET'
                           TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '  ACCOUNT                       BALANCE    RATE'
                           DELIMITED BY SIZE
                   ' DAYS      EXPECTED      CREDITED    DIFFERENCE'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM SHOW-ACCOUNT-INTEREST
                   VARYING FEE-ACCOUNT-SHOW-IDX FROM 1 BY 1
                   UNTIL FEE-ACCOUNT-SHOW-IDX > FEE-ACCOUNT-COUNT
           EXIT
           .

       SHOW-ACCOUNT-INTEREST.
           PERFORM SHOW-ONE-INTEREST-LINE
                   VARYING TARIFF-IDX FROM 1 BY 1
                   UNTIL TARIFF-IDX > TARIFF-COUNT
           EXIT
           .

       SHOW-ONE-INTEREST-LINE.
           SET TARIFF-NUMBER TO TARIFF-IDX
           IF NOT TF-IS-INTEREST(TARIFF-IDX)
                   OR FF-RESULT(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                           EQUAL '-'
                   EXIT PARAGRAPH
           END-IF

           MOVE FA-ACCOUNT-ID(FEE-ACCOUNT-SHOW-IDX) TO INT-RPT-ACCOUNT
           MOVE FA-LEDGER-BAL(FEE-ACCOUNT-SHOW-IDX) TO INT-RPT-BALANCE
           MOVE TF-PRICE(TARIFF-IDX) TO INT-RPT-RATE
           MOVE DAYS-IN-MONTH TO INT-RPT-DAYS
           MOVE FF-EXPECTED(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                   TO INT-RPT-EXPECTED
           MOVE FF-CHARGED(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                   TO INT-RPT-CREDITED
           COMPUTE INT-RPT-DIFFERENCE =
                   FF-CHARGED(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                   - FF-EXPECTED(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
           EVALUATE FF-RESULT(FEE-ACCOUNT-SHOW-IDX, TARIFF-NUMBER)
                   WHEN 'S'
                           MOVE '*** SHORT OF THE AGREED RATE'
                                   TO INT-RPT-NOTE
                   WHEN 'N'
                           IF FA-IS-IN-LEDGER(FEE-ACCOUNT-SHOW-IDX)
                                   MOVE SPACES TO INT-RPT-NOTE
                                   STRING 'LEDGER BALANCE DATED '
                                                   DELIMITED BY SIZE
                                           FA-LEDGER-DATE(
                                                   FEE-ACCOUNT-SHOW-IDX)
                                                   DELIMITED BY SIZE
                                           INTO INT-RPT-NOTE
                                   END-STRING
                           ELSE
                                   MOVE 'NOT IN THE BALANCE LEDGER'
                                           TO INT-RPT-NOTE
                           END-IF
                   WHEN OTHER
                           MOVE 'AS AGREED' TO INT-RPT-NOTE
           END-EVALUATE
           MOVE INTEREST-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       WRITE-TOTALS-SECTION.
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'TOTALS:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE 'FEES EXPECTED' TO RPT-LABEL
           MOVE TOTAL-EXPECTED TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'FEES CHARGED' TO RPT-LABEL
           MOVE TOTAL-CHARGED TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'OVERCHARGED - TO CLAIM BACK' TO RPT-LABEL
           MOVE TOTAL-OVERCHARGED TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'UNDERCHARGED' TO RPT-LABEL
           MOVE TOTAL-UNDERCHARGED TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'CHARGES MATCHING NO TARIFF' TO RPT-LABEL
           MOVE TOTAL-UNMATCHED TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'INTEREST EXPECTED' TO RPT-LABEL
           MOVE TOTAL-INTEREST-EXPECTED TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'INTEREST CREDITED' TO RPT-LABEL
           MOVE TOTAL-INTEREST-CREDITED TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL
           MOVE 'INTEREST SHORT - TO CLAIM BACK' TO RPT-LABEL
           MOVE TOTAL-INTEREST-SHORT TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE 'TARIFF LINES' TO RPT-COUNT-LABEL
           MOVE TARIFF-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ROWS IN WINDOW' TO RPT-COUNT-LABEL
           MOVE ROWS-IN-WINDOW-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ROWS VOIDED' TO RPT-COUNT-LABEL
           MOVE ROWS-VOIDED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'FEE ROWS' TO RPT-COUNT-LABEL
           MOVE ROWS-CHARGE-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'INTEREST ROWS' TO RPT-COUNT-LABEL
           MOVE ROWS-INTEREST-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'CHARGE ROWS MATCHING NO TARIFF' TO RPT-COUNT-LABEL
           MOVE ROWS-UNMATCHED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'PAIN.001 PAYMENTS IN MONTH' TO RPT-COUNT-LABEL
           MOVE PAYMENTS-IN-MONTH-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'FEES OVERCHARGED' TO RPT-COUNT-LABEL
           MOVE FEES-OVER-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'FEES UNDERCHARGED' TO RPT-COUNT-LABEL
           MOVE FEES-UNDER-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'INTEREST SHORT' TO RPT-COUNT-LABEL
           MOVE INTEREST-SHORT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
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
