|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORDAC17.

      *****************
      * Card receipt chase.
      *
      * Every card purchase on the history master carries the
      * export's RECEIPT flag. This program lists the purchases
      * still without a receipt per cardholder, aged 0-30, 31-60
      * and over 60 days, and lists for every manager what their
      * people have let run past the limit.
      *
      * Cardholder master (NORDCARDHOLDERS), one line per card,
      * '*' comments:
      *   CARD-NUMBER <TAB> EMPLOYEE <TAB> EMAIL-OR-COST-CENTRE
      *   <TAB> MANAGER
      * with CARD-NUMBER as the export writes it. Every line needs
      * a MANAGER - a purchase past the limit must reach someone.
      * An employee with several cards gets one line per card; the
      * first line for an employee gives the contact, and every
      * line for the employee must name the same manager.
      *
      * Receipts received (NORDRECEIPTFILE), one line per
      * receipt handed in, '*' comments:
      *   CARD-NUMBER <TAB> PURCHASE-DATE <TAB> AMOUNT
      *   [<TAB> RECEIVED-DATE <TAB> NOTE]
      * dates DD.MM.YYYY. A receipt clears one open purchase on
      * the same card, date and amount (sign ignored). The file
      * is kept and added to, not replaced, so a purchase once
      * cleared is never chased again; a receipt clearing nothing
      * is listed for checking.
      *
      * Only debits are chased - a refund needs no receipt - and
      * voided rows are left out.
      *
      *   HISTORYFILE      - the history master (required)
      *   NORDCARDHOLDERS  - the cardholder master (required)
      *   NORDRECEIPTFILE  - receipts received (optional)
      *   NORDASOFDATE     - ageing date DD.MM.YYYY, today when not
      *                      set
      *   NORDSTART        - oldest purchase date chased,
      *                      DD.MM.YYYY (optional)
      *   NORDRECEIPTLIMIT - days a receipt may be missing before
      *                      the manager hears of it, 30 when not
      *                      set
      *   NORDESCALATEFILE - escalation list for mailing,
      *                      NORDAC17.ESC when not set, one line per
      *                      purchase past the limit:
      *                      MANAGER|EMPLOYEE|EMAIL-OR-COST-CENTRE|
      *                      CARD-NUMBER|DD.MM.YYYY|AMOUNT|AGE-DAYS
      *   NORDCHASERPT     - report, NORDAC17.RPT when not set
      *
      * RC 0 nothing past the limit, 4 purchases past the limit or
      * on a card the master does not know, 12 a parameter or
      * input problem, 16 a table overflow.
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

           SELECT CARDHOLDER-FILE
                   ASSIGN TO CARDHOLDER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS CARDHOLDER-STATUS.

           SELECT RECEIPT-FILE
                   ASSIGN TO RECEIPT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS RECEIPT-STATUS.

           SELECT ESCALATE-FILE
                   ASSIGN TO ESCALATE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ESCALATE-STATUS.

           SELECT REPORT-FILE
                   ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY NORDHIST.

       FD  CARDHOLDER-FILE.
       01  CARDHOLDER-REC.
               05  CARDHOLDER-REC-DATA PIC X(256).

       FD  RECEIPT-FILE.
       01  RECEIPT-REC.
               05  RECEIPT-REC-DATA PIC X(256).

       FD  ESCALATE-FILE.
       01  ESCALATE-REC.
               05  ESCALATE-REC-DATA PIC X(256).

       FD  REPORT-FILE.
       01  REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS PIC 99.
       01  HISTORY-FILENAME PIC X(256).
       01  CARDHOLDER-STATUS PIC 99.
       01  CARDHOLDER-FILENAME PIC X(256).
       01  RECEIPT-STATUS PIC 99.
       01  RECEIPT-FILENAME PIC X(256).
       01  ESCALATE-STATUS PIC 99.
       01  ESCALATE-FILENAME PIC X(256).
       01  REPORT-STATUS PIC 99.
       01  REPORT-FILENAME PIC X(256).

       01  RUN-AUDIT-CONTROL.
               05  RUN-ID PIC X(17).
               05  RUN-DATE-TEXT PIC X(8).
               05  RUN-TIME-TEXT PIC X(8).

       01  READ-CONTROL.
               05  HISTORY-EOF PIC X(1) VALUE 'N'.
                       88  HISTORY-AT-EOF VALUE 'Y'.

      *****************
      * The export's receipt flag is blank, or E/N/0, when no
      * receipt has been attached at the bank's end; anything
      * else means one is on file.
      *****************
       01  RECEIPT-FLAG-WORK.
               05  RECEIPT-FLAG PIC X(1).
                       88  RECEIPT-IS-MISSING VALUES ' ' 'E' 'N'
                                                     '0'.

       01  AGEING-CONTROL.
               05  AS-OF-DATE-TEXT PIC X(10).
               05  AS-OF-COMPAR PIC 9(8).
               05  AS-OF-INT PIC 9(8) USAGE COMP.
               05  FILTER-START-DATE PIC X(10) VALUE SPACES.
               05  FILTER-START-COMPAR PIC 9(8) VALUE 0.
               05  LIMIT-DAYS-TEXT PIC X(4).
               05  LIMIT-DAYS PIC 9(4) USAGE COMP VALUE 30.
               05  ROW-DATE-INT PIC 9(8) USAGE COMP.
               05  ROW-AGE-DAYS PIC S9(6) USAGE COMP.

       01  DATE-CONVERSION-WORK.
               05  DATE-TO-CONVERT PIC X(10).
               05  DATE-CONVERTED PIC 9(8).

      *****************
      * One entry per employee on the cardholder master, with
      * the open purchases counted and summed per age bucket:
      * 1 = 0-30 days, 2 = 31-60 days, 3 = over 60 days.
      *****************
       01  HOLDER-TABLE.
               05  HOLDER-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  HOLDER-ENTRY OCCURS 2000 TIMES
                           INDEXED BY HOLDER-IDX HOLDER-SHOW-IDX.
                       10  HD-EMPLOYEE PIC X(40).
                       10  HD-CONTACT PIC X(40).
                       10  HD-MANAGER PIC X(40).
                       10  HD-OPEN-COUNT PIC 9(6) USAGE COMP.
                       10  HD-BUCKET OCCURS 3 TIMES.
                               15  HD-BUCKET-COUNT PIC 9(6)
                                           USAGE COMP.
                               15  HD-BUCKET-AMOUNT PIC S9(9)V99
                                           USAGE COMP-3.

       77  HOLDER-LIMIT PIC 9(4) USAGE COMP VALUE 2000.

       01  CARD-TABLE.
               05  CARD-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  CARD-ENTRY OCCURS 5000 TIMES
                           INDEXED BY CARD-IDX.
                       10  CD-CARD-NUMBER PIC X(16).
                       10  CD-HOLDER-SUB PIC 9(4) USAGE COMP.

       77  CARD-LIMIT PIC 9(4) USAGE COMP VALUE 5000.

      *****************
      * Managers in the order the master first names them; the
      * escalation list runs in this order.
      *****************
       01  MANAGER-TABLE.
               05  MANAGER-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  MANAGER-ENTRY OCCURS 2000 TIMES
                           INDEXED BY MANAGER-IDX MANAGER-SHOW-IDX.
                       10  MG-MANAGER PIC X(40).
                       10  MG-ESCALATED-COUNT PIC 9(6) USAGE COMP.

       77  MANAGER-LIMIT PIC 9(4) USAGE COMP VALUE 2000.

       01  CARDHOLDER-LINE-FIELDS.
               05  CH-CARD-NUMBER PIC X(16).
               05  CH-EMPLOYEE PIC X(40).
               05  CH-CONTACT PIC X(40).
               05  CH-MANAGER PIC X(40).

      *****************
      * Receipts handed in. RC-STATE: space while unclaimed, C
      * once it has cleared a purchase.
      *****************
       01  RECEIPT-TABLE.
               05  RECEIPT-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  RECEIPT-ENTRY OCCURS 20000 TIMES
                           INDEXED BY RECEIPT-IDX RECEIPT-SHOW-IDX.
                       10  RC-CARD-NUMBER PIC X(16).
                       10  RC-PURCHASE-COMPAR PIC 9(8).
                       10  RC-PURCHASE-DATE PIC X(10).
                       10  RC-AMOUNT PIC S9(9)V99 USAGE COMP-3.
                       10  RC-RECEIVED-DATE PIC X(10).
                       10  RC-NOTE PIC X(40).
                       10  RC-STATE PIC X(1).
                               88  RC-IS-UNCLAIMED VALUE ' '.

       77  RECEIPT-LIMIT PIC 9(8) USAGE COMP VALUE 20000.

       01  RECEIPT-LINE-FIELDS.
               05  RL-PURCHASE-DATE PIC X(10).
               05  RL-AMOUNT-TEXT PIC X(15).

      *****************
      * The purchases still open. IT-HOLDER-SUB is zero for a
      * card the master does not know.
      *****************
       01  ITEM-TABLE.
               05  ITEM-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  ITEM-ENTRY OCCURS 20000 TIMES
                           INDEXED BY ITEM-IDX ITEM-SHOW-IDX.
                       10  IT-HOLDER-SUB PIC 9(4) USAGE COMP.
                       10  IT-CARD-NUMBER PIC X(16).
                       10  IT-RECORD-DATE PIC X(10).
                       10  IT-AMOUNT PIC S9(9)V99 USAGE COMP-3.
                       10  IT-PAYEE PIC X(40).
                       10  IT-AGE-DAYS PIC 9(6) USAGE COMP.
                       10  IT-BUCKET PIC 9(1).
                       10  IT-ESCALATE PIC X(1).
                               88  IT-IS-ESCALATED VALUE 'Y'.

       77  ITEM-LIMIT PIC 9(8) USAGE COMP VALUE 20000.

       01  LOOKUP-WORK.
               05  LOOKUP-EMPLOYEE PIC X(40).
               05  LOOKUP-MANAGER PIC X(40).
               05  LOOKUP-HOLDER-SUB PIC 9(4) USAGE COMP.
               05  BUCKET-SUB PIC 9(1).
               05  RECEIPT-CLAIMED PIC X(1).
                       88  RECEIPT-WAS-CLAIMED VALUE 'Y'.

       01  RUN-TOTALS.
               05  ROWS-READ-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  CARD-ROWS-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  WITH-RECEIPT-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  CLEARED-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  VOIDED-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  OPEN-ITEM-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  ESCALATED-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  UNKNOWN-CARD-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  UNCLAIMED-RECEIPT-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.
               05  TOTAL-BUCKET OCCURS 3 TIMES.
                       10  TOTAL-BUCKET-COUNT PIC 9(8) USAGE COMP.
                       10  TOTAL-BUCKET-AMOUNT PIC S9(11)V99
                                   USAGE COMP-3.
               05  TOTAL-ESCALATED-AMOUNT PIC S9(11)V99
                           USAGE COMP-3 VALUE 0.

       01  AMOUNT-VALIDATION.
               05  AMOUNT-TEXT PIC X(15).
               05  AMOUNT-CHAR-IDX PIC 9(2) USAGE COMP.
               05  AMOUNT-BAD-CHAR-COUNT PIC 9(2) USAGE COMP.
               05  AMOUNT-DIGIT-COUNT PIC 9(2) USAGE COMP.

       01  REPORT-CONTROL.
               05  REPORT-PAGE-NUMBER PIC 9(4) USAGE COMP VALUE 0.
               05  REPORT-LINE-COUNT PIC 9(2) USAGE COMP VALUE 0.

       77  REPORT-LINES-PER-PAGE PIC 9(2) USAGE COMP VALUE 60.

       01  REPORT-LINE-WORK PIC X(132).

       01  REPORT-HEADING-LINE.
               05  FILLER PIC X(10) VALUE 'NORDAC17'.
               05  FILLER PIC X(36)
                           VALUE 'CARD RECEIPT CHASE'.
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

       01  ITEM-REPORT-LINE.
               05  FILLER PIC X(4) VALUE SPACES.
               05  ITM-RPT-CARD PIC X(16).
               05  FILLER PIC X(2) VALUE SPACES.
               05  ITM-RPT-DATE PIC X(10).
               05  FILLER PIC X(1) VALUE SPACES.
               05  ITM-RPT-AMOUNT PIC -Z(8)9,99.
               05  ITM-RPT-AGE PIC Z(5)9.
               05  FILLER PIC X(2) VALUE SPACES.
               05  ITM-RPT-BUCKET PIC X(5).
               05  FILLER PIC X(2) VALUE SPACES.
               05  ITM-RPT-PAYEE PIC X(40).
               05  FILLER PIC X(2) VALUE SPACES.
               05  ITM-RPT-NOTE PIC X(29).

       01  BUCKET-REPORT-LINE.
               05  FILLER PIC X(4) VALUE SPACES.
               05  BKT-RPT-LABEL PIC X(28).
               05  BKT-RPT-COUNT-1 PIC Z(5)9.
               05  FILLER PIC X(1) VALUE SPACES.
               05  BKT-RPT-AMOUNT-1 PIC -Z(8)9,99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  BKT-RPT-COUNT-2 PIC Z(5)9.
               05  FILLER PIC X(1) VALUE SPACES.
               05  BKT-RPT-AMOUNT-2 PIC -Z(8)9,99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  BKT-RPT-COUNT-3 PIC Z(5)9.
               05  FILLER PIC X(1) VALUE SPACES.
               05  BKT-RPT-AMOUNT-3 PIC -Z(8)9,99.
               05  FILLER PIC X(36) VALUE SPACES.

       01  FORMATTED.
               05  FORMATTED-LIMIT PIC ZZZ9.
               05  FORMATTED-AGE PIC Z(5)9.
               05  FORMATTED-AMOUNT-DOT PIC -9(9).99.

       77  HT PIC X VALUE X"09".

|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-CARDHOLDER-MASTER
           IF RECEIPT-FILENAME NOT EQUAL SPACES
                   PERFORM LOAD-RECEIPT-TABLE
           END-IF
           PERFORM SCAN-HISTORY-MASTER
           PERFORM COUNT-ONE-UNCLAIMED-RECEIPT
                   VARYING RECEIPT-IDX FROM 1 BY 1
                   UNTIL RECEIPT-IDX > RECEIPT-COUNT
           PERFORM WRITE-ESCALATION-FILE
           PERFORM WRITE-CHASE-REPORT

           DISPLAY "NORDAC17: ROWS READ         " ROWS-READ-COUNT
           DISPLAY "NORDAC17: CARD PURCHASES    " CARD-ROWS-COUNT
           DISPLAY "NORDAC17: RECEIPTS CLEARED  " CLEARED-COUNT
           DISPLAY "NORDAC17: STILL OPEN        " OPEN-ITEM-COUNT
           DISPLAY "NORDAC17: PAST THE LIMIT    " ESCALATED-COUNT
           DISPLAY "NORDAC17: CARDS NOT ON MASTER "
                   UNKNOWN-CARD-COUNT
           DISPLAY "NORDAC17: REPORT WRITTEN TO "
                   FUNCTION TRIM(REPORT-FILENAME)
           IF ESCALATED-COUNT > 0 OR UNKNOWN-CARD-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           ELSE
                   MOVE 0 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       INITIALIZE-RUN.
           ACCEPT HISTORY-FILENAME FROM ENVIRONMENT 'HISTORYFILE'
           ACCEPT CARDHOLDER-FILENAME
                   FROM ENVIRONMENT 'NORDCARDHOLDERS'
           ACCEPT RECEIPT-FILENAME FROM ENVIRONMENT 'NORDRECEIPTFILE'
           ACCEPT AS-OF-DATE-TEXT FROM ENVIRONMENT 'NORDASOFDATE'
           ACCEPT FILTER-START-DATE FROM ENVIRONMENT 'NORDSTART'
           ACCEPT LIMIT-DAYS-TEXT FROM ENVIRONMENT 'NORDRECEIPTLIMIT'
           ACCEPT ESCALATE-FILENAME
                   FROM ENVIRONMENT 'NORDESCALATEFILE'
           ACCEPT REPORT-FILENAME FROM ENVIRONMENT 'NORDCHASERPT'

           IF HISTORY-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC17: HISTORYFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF CARDHOLDER-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC17: NORDCARDHOLDERS NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF ESCALATE-FILENAME EQUAL SPACES
                   MOVE 'NORDAC17.ESC' TO ESCALATE-FILENAME
           END-IF
           IF REPORT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC17.RPT' TO REPORT-FILENAME
           END-IF
           IF LIMIT-DAYS-TEXT NOT EQUAL SPACES
                   IF FUNCTION TRIM(LIMIT-DAYS-TEXT) IS NOT NUMERIC
                           DISPLAY "NORDAC17: NORDRECEIPTLIMIT MUST "
                                   "BE A NUMBER OF DAYS"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(LIMIT-DAYS-TEXT)
                           TO LIMIT-DAYS
           END-IF

           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           STRING
                   'R' DELIMITED BY SIZE
                   RUN-DATE-TEXT DELIMITED BY SIZE
                   RUN-TIME-TEXT DELIMITED BY SIZE
                   INTO RUN-ID
           END-STRING

           IF AS-OF-DATE-TEXT EQUAL SPACES
                   MOVE RUN-DATE-TEXT TO AS-OF-COMPAR
                   STRING
                           RUN-DATE-TEXT(7:2) DELIMITED BY SIZE
                           '.' DELIMITED BY SIZE
                           RUN-DATE-TEXT(5:2) DELIMITED BY SIZE
                           '.' DELIMITED BY SIZE
                           RUN-DATE-TEXT(1:4) DELIMITED BY SIZE
                           INTO AS-OF-DATE-TEXT
                   END-STRING
           ELSE
                   MOVE AS-OF-DATE-TEXT TO DATE-TO-CONVERT
                   PERFORM CONVERT-DATE-TO-COMPARABLE
                   IF AS-OF-DATE-TEXT(3:1) NOT EQUAL '.'
                           OR DATE-CONVERTED IS NOT NUMERIC
                           DISPLAY "NORDAC17: NORDASOFDATE MUST BE "
                                   "DD.MM.YYYY"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   MOVE DATE-CONVERTED TO AS-OF-COMPAR
           END-IF
           COMPUTE AS-OF-INT = FUNCTION INTEGER-OF-DATE(AS-OF-COMPAR)

           IF FILTER-START-DATE NOT EQUAL SPACES
                   MOVE FILTER-START-DATE TO DATE-TO-CONVERT
                   PERFORM CONVERT-DATE-TO-COMPARABLE
                   MOVE DATE-CONVERTED TO FILTER-START-COMPAR
           END-IF
           MOVE 0 TO TOTAL-BUCKET-COUNT(1) TOTAL-BUCKET-COUNT(2)
                   TOTAL-BUCKET-COUNT(3)
           MOVE 0 TO TOTAL-BUCKET-AMOUNT(1) TOTAL-BUCKET-AMOUNT(2)
                   TOTAL-BUCKET-AMOUNT(3)

           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC17: CANNOT OPEN HISTORY MASTER, "
                           "STATUS " HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       CONVERT-DATE-TO-COMPARABLE.
           MOVE 0 TO DATE-CONVERTED
           MOVE DATE-TO-CONVERT(7:4) TO DATE-CONVERTED(1:4)
           MOVE DATE-TO-CONVERT(4:2) TO DATE-CONVERTED(5:2)
           MOVE DATE-TO-CONVERT(1:2) TO DATE-CONVERTED(7:2)
           EXIT
           .

       LOAD-CARDHOLDER-MASTER.
           OPEN INPUT CARDHOLDER-FILE
           IF CARDHOLDER-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC17: CANNOT OPEN "
                           FUNCTION TRIM(CARDHOLDER-FILENAME)
                           ", STATUS " CARDHOLDER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-CARDHOLDER-FILE
                   IF CARDHOLDER-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM ADD-CARDHOLDER-LINE
           END-PERFORM
           CLOSE CARDHOLDER-FILE
           EXIT
           .

       READ-CARDHOLDER-FILE.
           READ CARDHOLDER-FILE INTO CARDHOLDER-REC
           EXIT
           .

       ADD-CARDHOLDER-LINE.
           IF CARDHOLDER-REC-DATA(1:1) EQUAL '*'
                   OR CARDHOLDER-REC-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO CARDHOLDER-LINE-FIELDS
           UNSTRING CARDHOLDER-REC-DATA
           DELIMITED BY HT
           INTO CH-CARD-NUMBER
                CH-EMPLOYEE
                CH-CONTACT
                CH-MANAGER
           END-UNSTRING
           IF CH-CARD-NUMBER EQUAL SPACES
                   OR CH-EMPLOYEE EQUAL SPACES
                   OR CH-MANAGER EQUAL SPACES
                   DISPLAY "NORDAC17: CARDHOLDER LINE NOT VALID: "
                           FUNCTION TRIM(CARDHOLDER-REC-DATA)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           MOVE CH-EMPLOYEE TO LOOKUP-EMPLOYEE
           PERFORM FIND-OR-ADD-HOLDER
           IF HD-MANAGER(HOLDER-IDX) NOT EQUAL CH-MANAGER
                   DISPLAY "NORDAC17: "
                           FUNCTION TRIM(CH-EMPLOYEE)
                           " HAS MANAGER "
                           FUNCTION TRIM(HD-MANAGER(HOLDER-IDX))
                           " AND "
                           FUNCTION TRIM(CH-MANAGER)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           MOVE CH-MANAGER TO LOOKUP-MANAGER
           PERFORM FIND-OR-ADD-MANAGER

           IF CARD-COUNT < CARD-LIMIT
                   ADD 1 TO CARD-COUNT
                   SET CARD-IDX TO CARD-COUNT
                   MOVE CH-CARD-NUMBER TO CD-CARD-NUMBER(CARD-IDX)
                   SET CD-HOLDER-SUB(CARD-IDX) TO HOLDER-IDX
           ELSE
                   DISPLAY "ERROR: CARD TABLE FULL - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       FIND-OR-ADD-HOLDER.
           SET HOLDER-IDX TO 1
           SEARCH HOLDER-ENTRY
                   AT END
                           PERFORM ADD-HOLDER-ENTRY
                   WHEN HOLDER-IDX > HOLDER-COUNT
                           PERFORM ADD-HOLDER-ENTRY
                   WHEN HD-EMPLOYEE(HOLDER-IDX) EQUAL LOOKUP-EMPLOYEE
                           CONTINUE
           END-SEARCH
           EXIT
           .

       ADD-HOLDER-ENTRY.
           IF HOLDER-COUNT < HOLDER-LIMIT
                   ADD 1 TO HOLDER-COUNT
                   SET HOLDER-IDX TO HOLDER-COUNT
                   MOVE CH-EMPLOYEE TO HD-EMPLOYEE(HOLDER-IDX)
                   MOVE CH-CONTACT TO HD-CONTACT(HOLDER-IDX)
                   MOVE CH-MANAGER TO HD-MANAGER(HOLDER-IDX)
                   MOVE 0 TO HD-OPEN-COUNT(HOLDER-IDX)
                   MOVE 0 TO HD-BUCKET-COUNT(HOLDER-IDX, 1)
                           HD-BUCKET-COUNT(HOLDER-IDX, 2)
                           HD-BUCKET-COUNT(HOLDER-IDX, 3)
                   MOVE 0 TO HD-BUCKET-AMOUNT(HOLDER-IDX, 1)
                           HD-BUCKET-AMOUNT(HOLDER-IDX, 2)
                           HD-BUCKET-AMOUNT(HOLDER-IDX, 3)
           ELSE
                   DISPLAY "ERROR: CARDHOLDER TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       FIND-OR-ADD-MANAGER.
           SET MANAGER-IDX TO 1
           SEARCH MANAGER-ENTRY
                   AT END
                           PERFORM ADD-MANAGER-ENTRY
                   WHEN MANAGER-IDX > MANAGER-COUNT
                           PERFORM ADD-MANAGER-ENTRY
                   WHEN MG-MANAGER(MANAGER-IDX) EQUAL LOOKUP-MANAGER
                           CONTINUE
           END-SEARCH
           EXIT
           .

       ADD-MANAGER-ENTRY.
           IF MANAGER-COUNT < MANAGER-LIMIT
                   ADD 1 TO MANAGER-COUNT
                   SET MANAGER-IDX TO MANAGER-COUNT
                   MOVE LOOKUP-MANAGER TO MG-MANAGER(MANAGER-IDX)
                   MOVE 0 TO MG-ESCALATED-COUNT(MANAGER-IDX)
           ELSE
                   DISPLAY "ERROR: MANAGER TABLE FULL - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       LOAD-RECEIPT-TABLE.
           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC17: CANNOT OPEN "
                           FUNCTION TRIM(RECEIPT-FILENAME)
                           ", STATUS " RECEIPT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-RECEIPT-FILE
                   IF RECEIPT-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM ADD-RECEIPT-ENTRY
           END-PERFORM
           CLOSE RECEIPT-FILE
           EXIT
           .

       READ-RECEIPT-FILE.
           READ RECEIPT-FILE INTO RECEIPT-REC
           EXIT
           .

       ADD-RECEIPT-ENTRY.
           IF RECEIPT-REC-DATA(1:1) EQUAL '*'
                   OR RECEIPT-REC-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           IF RECEIPT-COUNT NOT < RECEIPT-LIMIT
                   DISPLAY "ERROR: RECEIPT TABLE FULL - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           ADD 1 TO RECEIPT-COUNT
           SET RECEIPT-IDX TO RECEIPT-COUNT
           MOVE SPACES TO RECEIPT-ENTRY(RECEIPT-IDX)
           MOVE SPACES TO RECEIPT-LINE-FIELDS
           UNSTRING RECEIPT-REC-DATA
           DELIMITED BY HT
           INTO RC-CARD-NUMBER(RECEIPT-IDX)
                RL-PURCHASE-DATE
                RL-AMOUNT-TEXT
                RC-RECEIVED-DATE(RECEIPT-IDX)
                RC-NOTE(RECEIPT-IDX)
           END-UNSTRING

           MOVE RL-AMOUNT-TEXT TO AMOUNT-TEXT
           PERFORM VALIDATE-AMOUNT-TEXT
           IF RL-PURCHASE-DATE(3:1) NOT EQUAL '.'
                   OR AMOUNT-BAD-CHAR-COUNT > 0
                   OR AMOUNT-DIGIT-COUNT = 0
                   DISPLAY "NORDAC17: RECEIPT LINE NOT VALID: "
                           FUNCTION TRIM(RECEIPT-REC-DATA)
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           MOVE RL-PURCHASE-DATE TO RC-PURCHASE-DATE(RECEIPT-IDX)
           MOVE RL-PURCHASE-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-COMPARABLE
           MOVE DATE-CONVERTED TO RC-PURCHASE-COMPAR(RECEIPT-IDX)
           MOVE RL-AMOUNT-TEXT TO RC-AMOUNT(RECEIPT-IDX)
           MOVE ' ' TO RC-STATE(RECEIPT-IDX)
           EXIT
           .

       SCAN-HISTORY-MASTER.
           PERFORM FOREVER
                   PERFORM READ-NEXT-HISTORY
                   IF HISTORY-AT-EOF
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO ROWS-READ-COUNT
                   PERFORM TAKE-ONE-CARD-ROW
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

       TAKE-ONE-CARD-ROW.
           IF HIST-CARD-NUMBER EQUAL SPACES
                   OR HIST-AMOUNT NOT < 0
                   EXIT PARAGRAPH
           END-IF
           IF HIST-DATE < FILTER-START-COMPAR
                   OR HIST-DATE > AS-OF-COMPAR
                   EXIT PARAGRAPH
           END-IF
           IF HIST-IS-VOIDED
                   ADD 1 TO VOIDED-COUNT
                   EXIT PARAGRAPH
           END-IF
           ADD 1 TO CARD-ROWS-COUNT

           MOVE HIST-RECEIPT TO RECEIPT-FLAG
           IF NOT RECEIPT-IS-MISSING
                   ADD 1 TO WITH-RECEIPT-COUNT
                   EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO RECEIPT-CLAIMED
           PERFORM TRY-CLAIM-RECEIPT
                   VARYING RECEIPT-IDX FROM 1 BY 1
                   UNTIL RECEIPT-IDX > RECEIPT-COUNT
                       OR RECEIPT-WAS-CLAIMED
           IF RECEIPT-WAS-CLAIMED
                   ADD 1 TO CLEARED-COUNT
                   EXIT PARAGRAPH
           END-IF

           PERFORM ADD-OPEN-ITEM
           EXIT
           .

       TRY-CLAIM-RECEIPT.
           IF NOT RC-IS-UNCLAIMED(RECEIPT-IDX)
                   EXIT PARAGRAPH
           END-IF
           IF RC-CARD-NUMBER(RECEIPT-IDX) EQUAL HIST-CARD-NUMBER
                   AND RC-PURCHASE-COMPAR(RECEIPT-IDX) EQUAL HIST-DATE
                   AND FUNCTION ABS(RC-AMOUNT(RECEIPT-IDX))
                           EQUAL FUNCTION ABS(HIST-AMOUNT)
                   MOVE 'C' TO RC-STATE(RECEIPT-IDX)
                   MOVE 'Y' TO RECEIPT-CLAIMED
           END-IF
           EXIT
           .

      *****************
      * Age in days from the booking date to the ageing date; the
      * bucket and the escalation follow from it.
      *****************
       ADD-OPEN-ITEM.
           IF ITEM-COUNT NOT < ITEM-LIMIT
                   DISPLAY "ERROR: OPEN ITEM TABLE FULL - "
                           "RUN STOPPED; SET NORDSTART"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           ADD 1 TO ITEM-COUNT
           ADD 1 TO OPEN-ITEM-COUNT
           SET ITEM-IDX TO ITEM-COUNT
           MOVE HIST-CARD-NUMBER TO IT-CARD-NUMBER(ITEM-IDX)
           MOVE HIST-RECORD-DATE TO IT-RECORD-DATE(ITEM-IDX)
           MOVE HIST-AMOUNT TO IT-AMOUNT(ITEM-IDX)
           MOVE HIST-RECIPIENT-AND-PAYER TO IT-PAYEE(ITEM-IDX)

           COMPUTE ROW-DATE-INT = FUNCTION INTEGER-OF-DATE(HIST-DATE)
           COMPUTE ROW-AGE-DAYS = AS-OF-INT - ROW-DATE-INT
           MOVE ROW-AGE-DAYS TO IT-AGE-DAYS(ITEM-IDX)
           EVALUATE TRUE
                   WHEN ROW-AGE-DAYS > 60
                           MOVE 3 TO BUCKET-SUB
                   WHEN ROW-AGE-DAYS > 30
                           MOVE 2 TO BUCKET-SUB
                   WHEN OTHER
                           MOVE 1 TO BUCKET-SUB
           END-EVALUATE
           MOVE BUCKET-SUB TO IT-BUCKET(ITEM-IDX)
           ADD 1 TO TOTAL-BUCKET-COUNT(BUCKET-SUB)
           ADD HIST-AMOUNT TO TOTAL-BUCKET-AMOUNT(BUCKET-SUB)
           IF ROW-AGE-DAYS > LIMIT-DAYS
                   MOVE 'Y' TO IT-ESCALATE(ITEM-IDX)
                   ADD 1 TO ESCALATED-COUNT
                   ADD HIST-AMOUNT TO TOTAL-ESCALATED-AMOUNT
           ELSE
                   MOVE 'N' TO IT-ESCALATE(ITEM-IDX)
           END-IF

           MOVE 0 TO LOOKUP-HOLDER-SUB
           SET CARD-IDX TO 1
           SEARCH CARD-ENTRY
                   AT END
                           CONTINUE
                   WHEN CARD-IDX > CARD-COUNT
                           CONTINUE
                   WHEN CD-CARD-NUMBER(CARD-IDX) EQUAL HIST-CARD-NUMBER
                           MOVE CD-HOLDER-SUB(CARD-IDX)
                                   TO LOOKUP-HOLDER-SUB
           END-SEARCH
           MOVE LOOKUP-HOLDER-SUB TO IT-HOLDER-SUB(ITEM-IDX)
           IF LOOKUP-HOLDER-SUB EQUAL 0
                   ADD 1 TO UNKNOWN-CARD-COUNT
                   EXIT PARAGRAPH
           END-IF

           SET HOLDER-IDX TO LOOKUP-HOLDER-SUB
           ADD 1 TO HD-OPEN-COUNT(HOLDER-IDX)
           ADD 1 TO HD-BUCKET-COUNT(HOLDER-IDX, BUCKET-SUB)
           ADD HIST-AMOUNT TO HD-BUCKET-AMOUNT(HOLDER-IDX, BUCKET-SUB)
           EXIT
           .

       COUNT-ONE-UNCLAIMED-RECEIPT.
           IF RC-IS-UNCLAIMED(RECEIPT-IDX)
                   ADD 1 TO UNCLAIMED-RECEIPT-COUNT
           END-IF
           EXIT
           .

      *****************
      * The mailing list: one line per purchase past the limit,
      * grouped by manager. Purchases on a card the master does
      * not know have no manager and go to the report only.
      *****************
       WRITE-ESCALATION-FILE.
           OPEN OUTPUT ESCALATE-FILE
           IF ESCALATE-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC17: CANNOT OPEN "
                           FUNCTION TRIM(ESCALATE-FILENAME)
                           ", STATUS " ESCALATE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           PERFORM WRITE-MANAGER-ESCALATIONS
                   VARYING MANAGER-SHOW-IDX FROM 1 BY 1
                   UNTIL MANAGER-SHOW-IDX > MANAGER-COUNT
           CLOSE ESCALATE-FILE
           EXIT
           .

       WRITE-MANAGER-ESCALATIONS.
           PERFORM WRITE-ONE-ESCALATION
                   VARYING ITEM-SHOW-IDX FROM 1 BY 1
                   UNTIL ITEM-SHOW-IDX > ITEM-COUNT
           EXIT
           .

       WRITE-ONE-ESCALATION.
           IF NOT IT-IS-ESCALATED(ITEM-SHOW-IDX)
                   OR IT-HOLDER-SUB(ITEM-SHOW-IDX) EQUAL 0
                   EXIT PARAGRAPH
           END-IF
           SET HOLDER-SHOW-IDX TO IT-HOLDER-SUB(ITEM-SHOW-IDX)
           IF HD-MANAGER(HOLDER-SHOW-IDX)
                   NOT EQUAL MG-MANAGER(MANAGER-SHOW-IDX)
                   EXIT PARAGRAPH
           END-IF

           ADD 1 TO MG-ESCALATED-COUNT(MANAGER-SHOW-IDX)
           MOVE IT-AMOUNT(ITEM-SHOW-IDX) TO FORMATTED-AMOUNT-DOT
           MOVE IT-AGE-DAYS(ITEM-SHOW-IDX) TO FORMATTED-AGE
           MOVE SPACES TO ESCALATE-REC-DATA
           STRING
                   FUNCTION TRIM(MG-MANAGER(MANAGER-SHOW-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(HD-EMPLOYEE(HOLDER-SHOW-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(HD-CONTACT(HOLDER-SHOW-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IT-CARD-NUMBER(ITEM-SHOW-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IT-RECORD-DATE(ITEM-SHOW-IDX) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(FORMATTED-AMOUNT-DOT)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(FORMATTED-AGE) DELIMITED BY SIZE
                   INTO ESCALATE-REC-DATA
           END-STRING
           WRITE ESCALATE-REC
           EXIT
           .

       WRITE-CHASE-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: REPORT FILE NOT AVAILABLE, "
                           "STATUS " REPORT-STATUS
           END-IF
           MOVE 0 TO REPORT-PAGE-NUMBER
           MOVE REPORT-LINES-PER-PAGE TO REPORT-LINE-COUNT

           MOVE LIMIT-DAYS TO FORMATTED-LIMIT
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   'RECEIPTS MISSING AS OF ' DELIMITED BY SIZE
                   AS-OF-DATE-TEXT DELIMITED BY SIZE
                   ', MANAGER TOLD AFTER ' DELIMITED BY SIZE
                   FUNCTION TRIM(FORMATTED-LIMIT) DELIMITED BY SIZE
                   ' DAYS' DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'OPEN PURCHASES BY CARDHOLDER:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM SHOW-HOLDER-ITEMS
                   VARYING HOLDER-SHOW-IDX FROM 1 BY 1
                   UNTIL HOLDER-SHOW-IDX > HOLDER-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'PURCHASES ON CARDS NOT ON THE CARDHOLDER MASTER:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           IF UNKNOWN-CARD-COUNT EQUAL 0
                   MOVE '  NONE' TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
           ELSE
                   MOVE 0 TO LOOKUP-HOLDER-SUB
                   PERFORM SHOW-ONE-HOLDER-ITEM
                           VARYING ITEM-SHOW-IDX FROM 1 BY 1
                           UNTIL ITEM-SHOW-IDX > ITEM-COUNT
           END-IF

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'ESCALATION BY MANAGER:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF ESCALATED-COUNT EQUAL 0
                   PERFORM WRITE-REPORT-BLANK-LINE
                   MOVE '  NONE' TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM SHOW-MANAGER-ESCALATIONS
                   VARYING MANAGER-SHOW-IDX FROM 1 BY 1
                   UNTIL MANAGER-SHOW-IDX > MANAGER-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'RECEIPTS CLEARING NO OPEN PURCHASE:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           IF UNCLAIMED-RECEIPT-COUNT EQUAL 0
                   MOVE '  NONE' TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
           END-IF
           PERFORM SHOW-UNCLAIMED-RECEIPT
                   VARYING RECEIPT-SHOW-IDX FROM 1 BY 1
                   UNTIL RECEIPT-SHOW-IDX > RECEIPT-COUNT

           PERFORM WRITE-TOTALS-SECTION

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           EXIT
           .

       SHOW-HOLDER-ITEMS.
           IF HD-OPEN-COUNT(HOLDER-SHOW-IDX) EQUAL 0
                   EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(HD-EMPLOYEE(HOLDER-SHOW-IDX))
                           DELIMITED BY SIZE
                   '  (' DELIMITED BY SIZE
                   FUNCTION TRIM(HD-CONTACT(HOLDER-SHOW-IDX))
                           DELIMITED BY SIZE
                   ')  MANAGER ' DELIMITED BY SIZE
                   FUNCTION TRIM(HD-MANAGER(HOLDER-SHOW-IDX))
                           DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-ITEM-HEADING

           SET LOOKUP-HOLDER-SUB TO HOLDER-SHOW-IDX
           PERFORM SHOW-ONE-HOLDER-ITEM
                   VARYING ITEM-SHOW-IDX FROM 1 BY 1
                   UNTIL ITEM-SHOW-IDX > ITEM-COUNT

           MOVE 'OPEN BY AGE' TO BKT-RPT-LABEL
           MOVE HD-BUCKET-COUNT(HOLDER-SHOW-IDX, 1) TO BKT-RPT-COUNT-1
           MOVE HD-BUCKET-AMOUNT(HOLDER-SHOW-IDX, 1)
                   TO BKT-RPT-AMOUNT-1
           MOVE HD-BUCKET-COUNT(HOLDER-SHOW-IDX, 2) TO BKT-RPT-COUNT-2
           MOVE HD-BUCKET-AMOUNT(HOLDER-SHOW-IDX, 2)
                   TO BKT-RPT-AMOUNT-2
           MOVE HD-BUCKET-COUNT(HOLDER-SHOW-IDX, 3) TO BKT-RPT-COUNT-3
           MOVE HD-BUCKET-AMOUNT(HOLDER-SHOW-IDX, 3)
                   TO BKT-RPT-AMOUNT-3
           PERFORM WRITE-BUCKET-LINE
           EXIT
           .

       WRITE-ITEM-HEADING.
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '    CARD              DATE              AMOUNT'
                           DELIMITED BY SIZE
                   '   AGE  BUCKET PAYEE' DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       WRITE-BUCKET-LINE.
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '                                           '
                           DELIMITED BY SIZE
                   '0-30 DAYS            31-60 DAYS          '
                           DELIMITED BY SIZE
                   'OVER 60 DAYS' DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE BUCKET-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

      *****************
      * Lists the open purchases of the holder in
      * LOOKUP-HOLDER-SUB, zero meaning cards not on the master.
      *****************
       SHOW-ONE-HOLDER-ITEM.
           IF IT-HOLDER-SUB(ITEM-SHOW-IDX) NOT EQUAL LOOKUP-HOLDER-SUB
                   EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-ITEM-LINE
           MOVE ITEM-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       FORMAT-ITEM-LINE.
           MOVE IT-CARD-NUMBER(ITEM-SHOW-IDX) TO ITM-RPT-CARD
           MOVE IT-RECORD-DATE(ITEM-SHOW-IDX) TO ITM-RPT-DATE
           MOVE IT-AMOUNT(ITEM-SHOW-IDX) TO ITM-RPT-AMOUNT
           MOVE IT-AGE-DAYS(ITEM-SHOW-IDX) TO ITM-RPT-AGE
           EVALUATE IT-BUCKET(ITEM-SHOW-IDX)
                   WHEN 1
                           MOVE '0-30' TO ITM-RPT-BUCKET
                   WHEN 2
                           MOVE '31-60' TO ITM-RPT-BUCKET
                   WHEN OTHER
                           MOVE '60+' TO ITM-RPT-BUCKET
           END-EVALUATE
           MOVE IT-PAYEE(ITEM-SHOW-IDX) TO ITM-RPT-PAYEE
           IF IT-IS-ESCALATED(ITEM-SHOW-IDX)
                   MOVE '*** PAST THE LIMIT' TO ITM-RPT-NOTE
           ELSE
                   MOVE SPACES TO ITM-RPT-NOTE
           END-IF
           EXIT
           .

       SHOW-MANAGER-ESCALATIONS.
           IF MG-ESCALATED-COUNT(MANAGER-SHOW-IDX) EQUAL 0
                   EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '  MANAGER ' DELIMITED BY SIZE
                   FUNCTION TRIM(MG-MANAGER(MANAGER-SHOW-IDX))
                           DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM SHOW-ONE-MANAGER-HOLDER
                   VARYING HOLDER-SHOW-IDX FROM 1 BY 1
                   UNTIL HOLDER-SHOW-IDX > HOLDER-COUNT
           EXIT
           .

       SHOW-ONE-MANAGER-HOLDER.
           IF HD-MANAGER(HOLDER-SHOW-IDX)
                   NOT EQUAL MG-MANAGER(MANAGER-SHOW-IDX)
                   OR HD-OPEN-COUNT(HOLDER-SHOW-IDX) EQUAL 0
                   EXIT PARAGRAPH
           END-IF
           SET LOOKUP-HOLDER-SUB TO HOLDER-SHOW-IDX
           PERFORM SHOW-ONE-ESCALATED-ITEM
                   VARYING ITEM-SHOW-IDX FROM 1 BY 1
                   UNTIL ITEM-SHOW-IDX > ITEM-COUNT
           EXIT
           .

       SHOW-ONE-ESCALATED-ITEM.
           IF IT-HOLDER-SUB(ITEM-SHOW-IDX) NOT EQUAL LOOKUP-HOLDER-SUB
                   OR NOT IT-IS-ESCALATED(ITEM-SHOW-IDX)
                   EXIT PARAGRAPH
           END-IF
           PERFORM FORMAT-ITEM-LINE
           MOVE HD-EMPLOYEE(HOLDER-SHOW-IDX) TO ITM-RPT-NOTE
           MOVE ITEM-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       SHOW-UNCLAIMED-RECEIPT.
           IF NOT RC-IS-UNCLAIMED(RECEIPT-SHOW-IDX)
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE '  ' TO RPT-INDENT
           MOVE RC-CARD-NUMBER(RECEIPT-SHOW-IDX) TO RPT-LABEL
           MOVE RC-AMOUNT(RECEIPT-SHOW-IDX) TO RPT-AMOUNT
           MOVE SPACES TO RPT-TAIL
           STRING
                   '  ' DELIMITED BY SIZE
                   RC-PURCHASE-DATE(RECEIPT-SHOW-IDX)
                           DELIMITED BY SIZE
                   '  RECEIVED ' DELIMITED BY SIZE
                   RC-RECEIVED-DATE(RECEIPT-SHOW-IDX)
                           DELIMITED BY SIZE
                   '  ' DELIMITED BY SIZE
                   FUNCTION TRIM(RC-NOTE(RECEIPT-SHOW-IDX))
                           DELIMITED BY SIZE
                   INTO RPT-TAIL
           END-STRING
           PERFORM WRITE-REPORT-DETAIL
           EXIT
           .

       WRITE-TOTALS-SECTION.
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'TOTALS:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'ALL OPEN PURCHASES' TO BKT-RPT-LABEL
           MOVE TOTAL-BUCKET-COUNT(1) TO BKT-RPT-COUNT-1
           MOVE TOTAL-BUCKET-AMOUNT(1) TO BKT-RPT-AMOUNT-1
           MOVE TOTAL-BUCKET-COUNT(2) TO BKT-RPT-COUNT-2
           MOVE TOTAL-BUCKET-AMOUNT(2) TO BKT-RPT-AMOUNT-2
           MOVE TOTAL-BUCKET-COUNT(3) TO BKT-RPT-COUNT-3
           MOVE TOTAL-BUCKET-AMOUNT(3) TO BKT-RPT-AMOUNT-3
           PERFORM WRITE-BUCKET-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE 'PAST THE LIMIT' TO RPT-LABEL
           MOVE TOTAL-ESCALATED-AMOUNT TO RPT-AMOUNT
           PERFORM WRITE-REPORT-DETAIL

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE 'CARDHOLDERS ON MASTER' TO RPT-COUNT-LABEL
           MOVE HOLDER-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'CARDS ON MASTER' TO RPT-COUNT-LABEL
           MOVE CARD-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'CARD PURCHASES' TO RPT-COUNT-LABEL
           MOVE CARD-ROWS-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'WITH RECEIPT AT THE BANK' TO RPT-COUNT-LABEL
           MOVE WITH-RECEIPT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'CLEARED BY RECEIPTS RECEIVED' TO RPT-COUNT-LABEL
           MOVE CLEARED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'STILL OPEN' TO RPT-COUNT-LABEL
           MOVE OPEN-ITEM-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'PAST THE LIMIT' TO RPT-COUNT-LABEL
           MOVE ESCALATED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ON CARDS NOT ON MASTER' TO RPT-COUNT-LABEL
           MOVE UNKNOWN-CARD-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'VOIDED ROWS SKIPPED' TO RPT-COUNT-LABEL
           MOVE VOIDED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RECEIPTS RECEIVED' TO RPT-COUNT-LABEL
           MOVE RECEIPT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RECEIPTS CLEARING NOTHING' TO RPT-COUNT-LABEL
           MOVE UNCLAIMED-RECEIPT-COUNT TO RPT-COUNT-VALUE
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
