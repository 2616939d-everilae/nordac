|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORDAC18.

      *****************
      * Reference-payment (viitesiirto) front-end for NORDAC01.
      *
      * On the account statement the bank books the day's
      * reference payments as one batched credit, so the export's
      * REFERENCE-NUMBER is blank or merged and the receivables
      * matching has nothing to go on. The bank also delivers the
      * individual payments behind that credit as a fixed-format
      * (90 character) reference-payment file:
      *
      *   0  batch header                        - skipped
      *   3  reference payment \  account 2-15, booking date 16-21
      *   5  direct debit      /  and payment date 22-27 (YYMMDD),
      *                           archive id 28-43, reference
      *                           44-63, payer name 64-75,
      *                           currency 76 ('1' = euro), amount
      *                           78-87 (cents), correction 88
      *                           ('1' = reversal of a payment)
      *   9  sum record          - count 2-7, amount 8-18, and the
      *                           corrections' count 19-24 and
      *                           amount 25-35 (cents)
      *
      * This program emits:
      *
      *   1. one row per payment in the classic export layout (14
      *      tab-separated fields), the reference in its own field,
      *      for NORDAC01's REFPAYFILE - matched against the open
      *      items one by one, but never counted into the totals a
      *      second time (the money is already on the statement);
      *   2. a reject file, in the ACCOUNT|code|text|run-id|raw
      *      record shape NORDAC03 uses, for records too broken to
      *      map (code VE) and for payments whose reference fails
      *      its check digit (code RC) - a mistyped reference is
      *      chased from here instead of ending up as an unmatched
      *      payment and a dunning letter to a customer who paid.
      *
      * Check digits: a domestic reference (4-20 digits) by the
      * 7-3-1 weights from the right, an RF creditor reference
      * (ISO 11649) by mod 97 = 1.
      *
      * The records are totalled and proved against the sum
      * record; a mismatch (or a missing sum record) is warned and
      * ends the run with return code 4.
      *
      * Environment:
      *   NORDVIITE     - reference-payment file (required)
      *   NORDVIITEOUT  - output rows, default NORDAC18.CSV
      *   NORDVIITEREJ  - reject file, default NORDAC18.REJ
      *****************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT VIITE-FILE
                   ASSIGN TO VIITE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS VIITE-STATUS.

           SELECT TX-OUT-FILE
                   ASSIGN TO TX-OUT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS TX-OUT-STATUS.

           SELECT REJECT-FILE
                   ASSIGN TO REJECT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REJECT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  VIITE-FILE.
       01  VIITE-REC.
               05  VIITE-REC-DATA PIC X(90).

       FD  TX-OUT-FILE.
       01  TX-OUT-REC.
               05  TX-OUT-DATA PIC X(600).

       FD  REJECT-FILE.
       01  REJECT-REC.
               05  REJECT-REC-DATA PIC X(600).

       WORKING-STORAGE SECTION.
       01  VIITE-STATUS PIC 99.
       01  VIITE-FILENAME PIC X(256).
       01  TX-OUT-STATUS PIC 99.
       01  TX-OUT-FILENAME PIC X(256).
       01  REJECT-STATUS PIC 99.
       01  REJECT-FILENAME PIC X(256).

      *****************
      * The record being mapped, seen as a payment (types 3 and 5)
      * and as the sum record (type 9).
      *****************
       01  VIITE-RECORD.
               05  VIITE-RECORD-TYPE PIC X(1).
               05  FILLER PIC X(89).

       01  VIITE-PAYMENT REDEFINES VIITE-RECORD.
               05  FILLER PIC X(1).
               05  VP-ACCOUNT PIC X(14).
               05  VP-BOOKING-DATE PIC X(6).
               05  VP-PAYMENT-DATE PIC X(6).
               05  VP-ARCHIVE-ID PIC X(16).
               05  VP-REFERENCE PIC X(20).
               05  VP-PAYER-NAME PIC X(12).
               05  VP-CURRENCY-CODE PIC X(1).
               05  VP-NAME-SOURCE PIC X(1).
               05  VP-AMOUNT-TEXT PIC X(10).
               05  VP-AMOUNT-CENTS REDEFINES VP-AMOUNT-TEXT
                               PIC 9(8)V99.
               05  VP-CORRECTION-CODE PIC X(1).
                       88  VP-IS-CORRECTION VALUE '1'.
               05  VP-DELIVERY-CODE PIC X(1).
               05  VP-FEEDBACK-CODE PIC X(1).

       01  VIITE-SUM REDEFINES VIITE-RECORD.
               05  FILLER PIC X(1).
               05  VS-PAYMENT-COUNT PIC 9(6).
               05  VS-PAYMENT-AMOUNT PIC 9(9)V99.
               05  VS-CORRECTION-COUNT PIC 9(6).
               05  VS-CORRECTION-AMOUNT PIC 9(9)V99.
               05  FILLER PIC X(55).

       01  PAYMENT-FIELDS.
               05  PAY-ACCOUNT PIC X(14) VALUE SPACES.
               05  PAY-BOOKING-DATE PIC X(10).
               05  PAY-PAYMENT-DATE PIC X(10).
               05  PAY-REFERENCE PIC X(20).
               05  PAY-REFERENCE-ZEROS PIC 9(4) USAGE COMP.
               05  PAY-TRANSACTION PIC X(24).
               05  PAY-AMOUNT-EDIT PIC -(8)9.99.
               05  PAY-SIGNED-AMOUNT PIC S9(8)V99.

       01  DATE-CONVERSION-WORK.
               05  SHORT-DATE-TEXT PIC X(6).
               05  NORD-DATE-TEXT PIC X(10).

      *****************
      * Running totals of the payment records, proved against the
      * sum record at end of file. Rejected records are counted
      * too - the bank's sum covers everything it sent.
      *****************
       01  CONTROL-TOTALS.
               05  PAYMENT-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  PAYMENT-AMOUNT PIC 9(9)V99 USAGE COMP-3 VALUE 0.
               05  CORRECTION-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  CORRECTION-AMOUNT PIC 9(9)V99 USAGE COMP-3
                               VALUE 0.
               05  SUM-RECORD-FLAG PIC X(1) VALUE 'N'.
                       88  SUM-RECORD-WAS-SEEN VALUE 'Y'.

       01  RUN-COUNTERS.
               05  ENTRY-OUT-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  ENTRY-REJECT-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  REFERENCE-REJECT-COUNT PIC 9(6) USAGE COMP
                               VALUE 0.
               05  SUM-WARNING-COUNT PIC 9(4) USAGE COMP VALUE 0.

      *****************
      * Same run-id scheme as NORDAC01, so a reject traces back to
      * the conversion run that produced it.
      *****************
       01  RUN-AUDIT-CONTROL.
               05  RUN-ID PIC X(17).
               05  RUN-DATE-TEXT PIC X(8).
               05  RUN-TIME-TEXT PIC X(8).

       01  REJECT-WORK.
               05  REJECT-REASON-CODE PIC X(2).
               05  REJECT-REASON-TEXT PIC X(30).

      *****************
      * Reference check-digit work area. REF-CHECK-INPUT is the
      * reference as received; REF-CHECK-TEXT the same with the
      * spaces squeezed out and the letters upper-cased.
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
       77  HT PIC X VALUE X"09".

|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-FILES

           PERFORM FOREVER
                   PERFORM READ-VIITE-FILE
                   IF VIITE-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM DISPATCH-VIITE-RECORD
           END-PERFORM

           CLOSE VIITE-FILE
           CLOSE TX-OUT-FILE
           CLOSE REJECT-FILE

           PERFORM PROVE-SUM-RECORD

           DISPLAY "NORDAC18: ACCOUNT " PAY-ACCOUNT
           DISPLAY "NORDAC18: PAYMENTS WRITTEN   " ENTRY-OUT-COUNT
           DISPLAY "NORDAC18: RECORDS REJECTED   " ENTRY-REJECT-COUNT
           DISPLAY "NORDAC18: BAD REFERENCES     "
                   REFERENCE-REJECT-COUNT
           DISPLAY "NORDAC18: PAYMENTS IN "
                   FUNCTION TRIM(TX-OUT-FILENAME)

           IF SUM-WARNING-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       INITIALIZE-FILES.
           ACCEPT VIITE-FILENAME FROM ENVIRONMENT 'NORDVIITE'
           ACCEPT TX-OUT-FILENAME FROM ENVIRONMENT 'NORDVIITEOUT'
           ACCEPT REJECT-FILENAME FROM ENVIRONMENT 'NORDVIITEREJ'

           IF VIITE-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC18: NORDVIITE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF TX-OUT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC18.CSV' TO TX-OUT-FILENAME
           END-IF
           IF REJECT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC18.REJ' TO REJECT-FILENAME
           END-IF

           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           STRING
                   'R' DELIMITED BY SIZE
                   RUN-DATE-TEXT DELIMITED BY SIZE
                   RUN-TIME-TEXT DELIMITED BY SIZE
                   INTO RUN-ID
           END-STRING

           OPEN INPUT VIITE-FILE
           IF VIITE-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC18: CANNOT OPEN "
                           FUNCTION TRIM(VIITE-FILENAME)
                           ", STATUS " VIITE-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
      *****************
      * The output rows carry real TAB characters (that IS the
      * classic export format); the runtime's line-sequential
      * character validation would bounce every WRITE with status
      * 71, so it is switched off before the outputs are opened.
      *****************
           SET ENVIRONMENT 'COB_LS_VALIDATE' TO 'no'
           OPEN OUTPUT TX-OUT-FILE
           OPEN OUTPUT REJECT-FILE
           EXIT
           .

       READ-VIITE-FILE.
           READ VIITE-FILE INTO VIITE-REC
           EXIT
           .

       DISPATCH-VIITE-RECORD.
           MOVE VIITE-REC-DATA TO VIITE-RECORD
           EVALUATE VIITE-RECORD-TYPE
                   WHEN '0'
                           CONTINUE
                   WHEN '3'
                   WHEN '5'
                           PERFORM MAP-ONE-PAYMENT
                   WHEN '9'
                           PERFORM TAKE-SUM-RECORD
                   WHEN OTHER
                           IF VIITE-REC-DATA NOT EQUAL SPACES
                                   MOVE 'VE' TO REJECT-REASON-CODE
                                   MOVE 'UNKNOWN RECORD TYPE'
                                           TO REJECT-REASON-TEXT
                                   PERFORM WRITE-PAYMENT-REJECT
                           END-IF
           END-EVALUATE
           EXIT
           .

      *****************
      * A mappable payment needs a numeric euro amount and two
      * valid dates; anything less goes to the reject file rather
      * than silently becoming a half-empty row. A payment whose
      * reference fails its check digit is rejected as well - it
      * would only ever end up unmatched.
      *****************
       MAP-ONE-PAYMENT.
           IF PAY-ACCOUNT EQUAL SPACES
                   MOVE VP-ACCOUNT TO PAY-ACCOUNT
           END-IF

           IF VP-AMOUNT-TEXT IS NUMERIC
                   IF VP-IS-CORRECTION
                           ADD 1 TO CORRECTION-COUNT
                           ADD VP-AMOUNT-CENTS TO CORRECTION-AMOUNT
                   ELSE
                           ADD 1 TO PAYMENT-COUNT
                           ADD VP-AMOUNT-CENTS TO PAYMENT-AMOUNT
                   END-IF
           END-IF

           MOVE SPACES TO REJECT-REASON-CODE
           MOVE SPACES TO REJECT-REASON-TEXT
           MOVE VP-BOOKING-DATE TO SHORT-DATE-TEXT
           PERFORM CONVERT-SHORT-DATE
           MOVE NORD-DATE-TEXT TO PAY-BOOKING-DATE
           MOVE VP-PAYMENT-DATE TO SHORT-DATE-TEXT
           PERFORM CONVERT-SHORT-DATE
           MOVE NORD-DATE-TEXT TO PAY-PAYMENT-DATE

           EVALUATE TRUE
                   WHEN VP-AMOUNT-TEXT IS NOT NUMERIC
                           MOVE 'VE' TO REJECT-REASON-CODE
                           MOVE 'INVALID AMOUNT'
                                   TO REJECT-REASON-TEXT
                   WHEN PAY-BOOKING-DATE EQUAL SPACES
                           OR PAY-PAYMENT-DATE EQUAL SPACES
                           MOVE 'VE' TO REJECT-REASON-CODE
                           MOVE 'INVALID DATE' TO REJECT-REASON-TEXT
                   WHEN VP-CURRENCY-CODE NOT EQUAL '1'
                           MOVE 'VE' TO REJECT-REASON-CODE
                           MOVE 'CURRENCY NOT EURO'
                                   TO REJECT-REASON-TEXT
           END-EVALUATE

           IF REJECT-REASON-CODE NOT EQUAL SPACES
                   PERFORM WRITE-PAYMENT-REJECT
                   EXIT PARAGRAPH
           END-IF

      *****************
      * A domestic reference arrives right-aligned with leading
      * zeros; those are padding, not part of the reference.
      *****************
           MOVE 0 TO PAY-REFERENCE-ZEROS
           INSPECT VP-REFERENCE TALLYING PAY-REFERENCE-ZEROS
                   FOR LEADING '0'
           MOVE SPACES TO PAY-REFERENCE
           IF PAY-REFERENCE-ZEROS < 20
                   MOVE VP-REFERENCE(PAY-REFERENCE-ZEROS + 1:)
                           TO PAY-REFERENCE
           END-IF
           MOVE FUNCTION TRIM(PAY-REFERENCE) TO PAY-REFERENCE

           IF PAY-REFERENCE EQUAL SPACES
                   MOVE 'VE' TO REJECT-REASON-CODE
                   MOVE 'PAYMENT WITHOUT REFERENCE'
                           TO REJECT-REASON-TEXT
                   PERFORM WRITE-PAYMENT-REJECT
                   EXIT PARAGRAPH
           END-IF

           MOVE PAY-REFERENCE TO REF-CHECK-INPUT
           PERFORM CHECK-REFERENCE-DIGIT
           IF NOT REFERENCE-IS-VALID
                   MOVE 'RC' TO REJECT-REASON-CODE
                   MOVE 'REFERENCE CHECK DIGIT INVALID'
                           TO REJECT-REASON-TEXT
                   PERFORM WRITE-PAYMENT-REJECT
                   ADD 1 TO REFERENCE-REJECT-COUNT
                   EXIT PARAGRAPH
           END-IF
           MOVE REF-CHECK-TEXT TO PAY-REFERENCE

           PERFORM EMIT-ONE-PAYMENT
           EXIT
           .

      *****************
      * YYMMDD to the export's DD.MM.YYYY; blank when the text is
      * not a plausible date.
      *****************
       CONVERT-SHORT-DATE.
           MOVE SPACES TO NORD-DATE-TEXT
           IF SHORT-DATE-TEXT IS NOT NUMERIC
                   OR SHORT-DATE-TEXT(3:2) < '01'
                   OR SHORT-DATE-TEXT(3:2) > '12'
                   OR SHORT-DATE-TEXT(5:2) < '01'
                   OR SHORT-DATE-TEXT(5:2) > '31'
                   EXIT PARAGRAPH
           END-IF
           MOVE SHORT-DATE-TEXT(5:2) TO NORD-DATE-TEXT(1:2)
           MOVE '.' TO NORD-DATE-TEXT(3:1)
           MOVE SHORT-DATE-TEXT(3:2) TO NORD-DATE-TEXT(4:2)
           MOVE '.' TO NORD-DATE-TEXT(6:1)
           MOVE '20' TO NORD-DATE-TEXT(7:2)
           MOVE SHORT-DATE-TEXT(1:2) TO NORD-DATE-TEXT(9:2)
           EXIT
           .

      *****************
      * The classic row: booking, value (= booking) and payment
      * dates, signed amount, payer, the record type as the
      * transaction, the reference, and the bank's archive id as
      * the message so a payment can be traced back to the file.
      *****************
       EMIT-ONE-PAYMENT.
           MOVE VP-AMOUNT-CENTS TO PAY-SIGNED-AMOUNT
           IF VP-IS-CORRECTION
                   COMPUTE PAY-SIGNED-AMOUNT = 0 - PAY-SIGNED-AMOUNT
           END-IF
           MOVE PAY-SIGNED-AMOUNT TO PAY-AMOUNT-EDIT

           IF VIITE-RECORD-TYPE EQUAL '5'
                   MOVE 'SUORAVELOITUS' TO PAY-TRANSACTION
           ELSE
                   MOVE 'VIITESIIRTO' TO PAY-TRANSACTION
           END-IF

           MOVE SPACES TO TX-OUT-DATA
           STRING
                   PAY-BOOKING-DATE DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   PAY-BOOKING-DATE DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   PAY-PAYMENT-DATE DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   FUNCTION TRIM(PAY-AMOUNT-EDIT) DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   FUNCTION TRIM(VP-PAYER-NAME) DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   FUNCTION TRIM(PAY-TRANSACTION) DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   FUNCTION TRIM(PAY-REFERENCE) DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   FUNCTION TRIM(VP-ARCHIVE-ID) DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   HT DELIMITED BY SIZE
                   'EUR' DELIMITED BY SIZE
                   INTO TX-OUT-DATA
           END-STRING
           WRITE TX-OUT-REC
           ADD 1 TO ENTRY-OUT-COUNT
           EXIT
           .

       WRITE-PAYMENT-REJECT.
           MOVE SPACES TO REJECT-REC-DATA
           STRING
                   FUNCTION TRIM(VP-ACCOUNT) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   REJECT-REASON-CODE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(REJECT-REASON-TEXT)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RUN-ID DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   VIITE-REC-DATA DELIMITED BY SIZE
                   INTO REJECT-REC-DATA
           END-STRING
           WRITE REJECT-REC
           ADD 1 TO ENTRY-REJECT-COUNT
           EXIT
           .

       TAKE-SUM-RECORD.
           MOVE 'Y' TO SUM-RECORD-FLAG
           IF VS-PAYMENT-COUNT IS NOT NUMERIC
                   OR VS-PAYMENT-AMOUNT IS NOT NUMERIC
                   OR VS-CORRECTION-COUNT IS NOT NUMERIC
                   OR VS-CORRECTION-AMOUNT IS NOT NUMERIC
                   DISPLAY "WARNING: NORDAC18 SUM RECORD NOT NUMERIC"
                   ADD 1 TO SUM-WARNING-COUNT
                   EXIT PARAGRAPH
           END-IF
           IF VS-PAYMENT-COUNT NOT EQUAL PAYMENT-COUNT
                   OR VS-PAYMENT-AMOUNT NOT EQUAL PAYMENT-AMOUNT
                   DISPLAY "WARNING: NORDAC18 PAYMENTS "
                           PAYMENT-COUNT " DO NOT AGREE WITH SUM "
                           "RECORD " VS-PAYMENT-COUNT
                   ADD 1 TO SUM-WARNING-COUNT
           END-IF
           IF VS-CORRECTION-COUNT NOT EQUAL CORRECTION-COUNT
                   OR VS-CORRECTION-AMOUNT
                           NOT EQUAL CORRECTION-AMOUNT
                   DISPLAY "WARNING: NORDAC18 CORRECTIONS "
                           CORRECTION-COUNT " DO NOT AGREE WITH SUM "
                           "RECORD " VS-CORRECTION-COUNT
                   ADD 1 TO SUM-WARNING-COUNT
           END-IF
           EXIT
           .

       PROVE-SUM-RECORD.
           IF NOT SUM-RECORD-WAS-SEEN
                   DISPLAY "WARNING: NORDAC18 NO SUM RECORD IN "
                           FUNCTION TRIM(VIITE-FILENAME)
                   ADD 1 TO SUM-WARNING-COUNT
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
           MOVE SPACES TO REF-CHECK-TEXT
           MOVE 0 TO REF-CHECK-LENGTH
           PERFORM COMPACT-REFERENCE-CHARACTER
                   VARYING REF-CHECK-POS FROM 1 BY 1
                   UNTIL REF-CHECK-POS > 32

           IF REF-CHECK-TEXT(1:2) EQUAL 'RF'
                   PERFORM CHECK-RF-REFERENCE
           ELSE
                   PERFORM CHECK-DOMESTIC-REFERENCE
           END-IF
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
