|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORDAC14.

      *****************
      * Maintenance program for the transaction history master
      * NORDAC01 writes (see NORDHIST copybook). Rows are never
      * deleted or re-keyed here - a booked transaction stays on
      * the master - but they can be explained, reclassified and
      * voided, and every such change leaves a trail.
      *
      * Each change names one record by its HIST-KEY and an action:
      *   ACCOUNT-ID|YYYYMMDD|SEQ|ACTION|VALUE-1|VALUE-2|VALUE-3
      * where ACTION is
      *   SHOW   - display the record, change nothing.
      *   NOTE   - VALUE-1 is the annotation; the operator is kept
      *            as its author.
      *   CLASS  - VALUE-1 override category (up to 24 characters),
      *            VALUE-2 override transaction type (24), VALUE-3
      *            override GL code (8). A blank value leaves that
      *            override as it is, '*' clears it.
      *   VOID   - VALUE-1 is the reason (required, up to 40).
      *   UNVOID - VALUE-1 is the reason (required, up to 40);
      *            takes back a void made in error.
      *
      *   HISTORYFILE     - the history master (required)
      *   NORDHISTCHANGES - change file, one change per line; when
      *                     not set the changes are keyed in at the
      *                     console in the same layout, a blank line
      *                     or END finishing the session
      *   NORDOPERATOR    - operator id recorded with each change;
      *                     asked for at the console when not set
      *                     there, required with a change file
      *   NORDHISTLOG     - change log, NORDAC14.LOG when not set
      *   NORDAUDIT       - audit log, NORDAC01.AUD when not set
      *
      * Every applied change appends three lines to the change log:
      *   C|RUN-ID|CHANGE-NO|OPERATOR|ACTION|VALUE-1|VALUE-2|VALUE-3
      *   B|RUN-ID|CHANGE-NO|<record image before the change>
      *   A|RUN-ID|CHANGE-NO|<record image after the change>
      * and one M line to the audit log:
      *   M|RUN-ID|ACCOUNT-ID|YYYYMMDD|SEQ|ACTION|OPERATOR|CHANGE=n
      * The three log lines are written before the master is
      * touched. A change whose lines cannot all be written is not
      * made; one whose REWRITE then fails is followed by
      *   R|RUN-ID|CHANGE-NO|<reason>
      * so a C/B/A group with an R line after it never happened.
      *
      * A change that cannot be applied (bad key, no such record,
      * missing reason, a value longer than its field, reclassifying
      * a voided row) is refused on the console and the run ends
      * with RC 4.
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

           SELECT CHANGE-FILE
                   ASSIGN TO CHANGE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS CHANGE-STATUS.

           SELECT CHANGE-LOG-FILE
                   ASSIGN TO CHANGE-LOG-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS CHANGE-LOG-STATUS.

           SELECT AUDIT-FILE
                   ASSIGN TO AUDIT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY NORDHIST.

       FD  CHANGE-FILE.
       01  CHANGE-REC.
               05  CHANGE-REC-DATA PIC X(256).

       FD  CHANGE-LOG-FILE.
       01  CHANGE-LOG-REC.
               05  CHANGE-LOG-REC-DATA PIC X(800).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
               05  AUDIT-REC-DATA PIC X(600).

       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS PIC 99.
       01  HISTORY-FILENAME PIC X(256).
       01  CHANGE-STATUS PIC 99.
       01  CHANGE-FILENAME PIC X(256).
       01  CHANGE-LOG-STATUS PIC 99.
       01  CHANGE-LOG-FILENAME PIC X(256).
       01  AUDIT-STATUS PIC 99.
       01  AUDIT-FILENAME PIC X(256).

       01  RUN-AUDIT-CONTROL.
               05  RUN-ID PIC X(17).
               05  RUN-DATE-TEXT PIC X(8).
               05  RUN-TIME-TEXT PIC X(8).
               05  RUN-OPERATOR PIC X(16).
               05  RUN-INPUT-MODE PIC X(1) VALUE 'C'.
                       88  CHANGES-FROM-FILE VALUE 'F'.
                       88  CHANGES-FROM-CONSOLE VALUE 'C'.

      *****************
      * One change as parsed from its line, with the key fields
      * brought to the HIST-KEY pictures.
      *****************
       01  CHANGE-LINE-TEXT PIC X(256).

       01  CHANGE-LINE-FIELDS.
               05  CHANGE-ACCOUNT-TEXT PIC X(24).
               05  CHANGE-DATE-TEXT PIC X(8).
               05  CHANGE-SEQ-TEXT PIC X(6).
               05  CHANGE-ACTION PIC X(8).
                       88  CHANGE-IS-SHOW VALUE 'SHOW'.
                       88  CHANGE-IS-NOTE VALUE 'NOTE'.
                       88  CHANGE-IS-CLASS VALUE 'CLASS'.
                       88  CHANGE-IS-VOID VALUE 'VOID'.
                       88  CHANGE-IS-UNVOID VALUE 'UNVOID'.
               05  CHANGE-VALUE-1 PIC X(64).
               05  CHANGE-VALUE-2 PIC X(64).
               05  CHANGE-VALUE-3 PIC X(64).
               05  CHANGE-SEQ-WORK PIC X(6) JUSTIFIED RIGHT.
               05  CHANGE-SEQ-NUMBER REDEFINES CHANGE-SEQ-WORK
                           PIC 9(6).
               05  CHANGE-REFUSAL PIC X(40).

       01  CHANGE-CONTROL.
               05  CHANGE-OUTCOME PIC X(1).
                       88  CHANGE-WAS-REFUSED VALUE 'R'.
                       88  CHANGE-WAS-APPLIED VALUE 'A'.
                       88  CHANGE-WAS-SHOWN VALUE 'S'.
               05  CHANGE-NUMBER PIC 9(6) VALUE 0.
               05  CHANGE-LINES-READ PIC 9(6) USAGE COMP VALUE 0.
               05  CHANGES-APPLIED-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  CHANGES-REFUSED-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  RECORDS-SHOWN-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  CHANGE-VALUE-LENGTH PIC 9(4) USAGE COMP VALUE 0.

      *****************
      * The record as it stood before the change, and the record
      * being formatted into a change-log image line - both in the
      * master's own layout.
      *****************
       COPY NORDHIST REPLACING LEADING ==HIST== BY ==BEFORE==.

       COPY NORDHIST REPLACING LEADING ==HIST== BY ==IMAGE==.

       01  IMAGE-EDIT-WORK.
               05  IMAGE-LINE-TYPE PIC X(1).
               05  IMAGE-AMOUNT-EDIT PIC -9(9).99.

       01  AUDIT-EDIT-WORK.
               05  AUDIT-COUNT-EDIT PIC 9(6).

       01  FORMATTED.
               05  FORMATTED-CURRENCY PIC -(9)9,99.

|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN
           PERFORM OPEN-MAINTENANCE-FILES

           IF CHANGES-FROM-FILE
                   PERFORM APPLY-CHANGE-FILE
           ELSE
                   PERFORM APPLY-CONSOLE-CHANGES
           END-IF

           CLOSE HISTORY-FILE
           CLOSE CHANGE-LOG-FILE

           DISPLAY "NORDAC14: CHANGES APPLIED " CHANGES-APPLIED-COUNT
           DISPLAY "NORDAC14: CHANGES REFUSED " CHANGES-REFUSED-COUNT
           DISPLAY "NORDAC14: RECORDS SHOWN   " RECORDS-SHOWN-COUNT
           IF CHANGES-APPLIED-COUNT > 0
                   DISPLAY "NORDAC14: CHANGE LOG "
                           FUNCTION TRIM(CHANGE-LOG-FILENAME)
           END-IF

           IF CHANGES-REFUSED-COUNT > 0
                   MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN
           .

       INITIALIZE-RUN.
           ACCEPT HISTORY-FILENAME FROM ENVIRONMENT 'HISTORYFILE'
           ACCEPT CHANGE-FILENAME FROM ENVIRONMENT 'NORDHISTCHANGES'
           ACCEPT RUN-OPERATOR FROM ENVIRONMENT 'NORDOPERATOR'
           ACCEPT CHANGE-LOG-FILENAME FROM ENVIRONMENT 'NORDHISTLOG'
           ACCEPT AUDIT-FILENAME FROM ENVIRONMENT 'NORDAUDIT'

           IF HISTORY-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC14: HISTORYFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF CHANGE-FILENAME NOT EQUAL SPACES
                   MOVE 'F' TO RUN-INPUT-MODE
           END-IF

      *****************
      * A change nobody owns is worth nothing to an auditor: a
      * change file run must say who it runs for, a console
      * session asks.
      *****************
           IF RUN-OPERATOR EQUAL SPACES
                   IF CHANGES-FROM-FILE
                           DISPLAY "NORDAC14: NORDOPERATOR NOT SET"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   DISPLAY "NORDAC14: OPERATOR ID: "
                           WITH NO ADVANCING
                   END-DISPLAY
                   ACCEPT RUN-OPERATOR
                   IF RUN-OPERATOR EQUAL SPACES
                           DISPLAY "NORDAC14: NO OPERATOR ID GIVEN"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF

           IF CHANGE-LOG-FILENAME EQUAL SPACES
                   MOVE 'NORDAC14.LOG' TO CHANGE-LOG-FILENAME
           END-IF
           IF AUDIT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC01.AUD' TO AUDIT-FILENAME
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
      * The change log is not optional the way the audit log is:
      * a change whose before-image cannot be kept is not made.
      *****************
       OPEN-MAINTENANCE-FILES.
           OPEN I-O HISTORY-FILE
           IF HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC14: CANNOT OPEN "
                           FUNCTION TRIM(HISTORY-FILENAME)
                           ", STATUS " HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           OPEN EXTEND CHANGE-LOG-FILE
           IF CHANGE-LOG-STATUS NOT EQUAL 00
                   OPEN OUTPUT CHANGE-LOG-FILE
           END-IF
           IF CHANGE-LOG-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC14: CANNOT OPEN "
                           FUNCTION TRIM(CHANGE-LOG-FILENAME)
                           ", STATUS " CHANGE-LOG-STATUS
                   CLOSE HISTORY-FILE
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           IF CHANGES-FROM-FILE
                   OPEN INPUT CHANGE-FILE
                   IF CHANGE-STATUS NOT EQUAL 00
                           DISPLAY "NORDAC14: CANNOT OPEN "
                                   FUNCTION TRIM(CHANGE-FILENAME)
                                   ", STATUS " CHANGE-STATUS
                           CLOSE HISTORY-FILE
                           CLOSE CHANGE-LOG-FILE
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-IF
           END-IF
           EXIT
           .

       APPLY-CHANGE-FILE.
           PERFORM FOREVER
                   PERFORM READ-CHANGE-FILE
                   IF CHANGE-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   MOVE CHANGE-REC-DATA TO CHANGE-LINE-TEXT
                   IF CHANGE-LINE-TEXT NOT EQUAL SPACES
                           AND CHANGE-LINE-TEXT(1:1) NOT EQUAL '*'
                           PERFORM PROCESS-CHANGE-LINE
                   END-IF
           END-PERFORM
           CLOSE CHANGE-FILE
           EXIT
           .

       READ-CHANGE-FILE.
           READ CHANGE-FILE INTO CHANGE-REC
           EXIT
           .

       APPLY-CONSOLE-CHANGES.
           DISPLAY "NORDAC14: HISTORY MAINTENANCE, OPERATOR "
                   FUNCTION TRIM(RUN-OPERATOR)
           DISPLAY "ENTER ACCOUNT-ID|YYYYMMDD|SEQ|ACTION|VALUES"
           DISPLAY "ACTIONS: SHOW NOTE CLASS VOID UNVOID; "
                   "BLANK LINE OR END TO FINISH"
           PERFORM FOREVER
                   DISPLAY "NORDAC14> " WITH NO ADVANCING
                   END-DISPLAY
                   MOVE SPACES TO CHANGE-LINE-TEXT
                   ACCEPT CHANGE-LINE-TEXT
                   IF CHANGE-LINE-TEXT EQUAL SPACES
                           OR FUNCTION UPPER-CASE(CHANGE-LINE-TEXT)
                                   EQUAL 'END'
                           EXIT PERFORM
                   END-IF
                   IF CHANGE-LINE-TEXT(1:1) NOT EQUAL '*'
                           PERFORM PROCESS-CHANGE-LINE
                   END-IF
           END-PERFORM
           EXIT
           .

       PROCESS-CHANGE-LINE.
           ADD 1 TO CHANGE-LINES-READ
           MOVE SPACES TO CHANGE-REFUSAL
           MOVE 'R' TO CHANGE-OUTCOME
           PERFORM PARSE-CHANGE-LINE
           IF CHANGE-REFUSAL EQUAL SPACES
                   PERFORM READ-CHANGE-TARGET
           END-IF
           IF CHANGE-REFUSAL EQUAL SPACES
                   PERFORM APPLY-ONE-CHANGE
           END-IF

           EVALUATE TRUE
                   WHEN CHANGE-WAS-APPLIED
                           ADD 1 TO CHANGES-APPLIED-COUNT
                           DISPLAY "NORDAC14: " FUNCTION TRIM(
                                   CHANGE-ACTION) " APPLIED TO "
                                   FUNCTION TRIM(HIST-ACCOUNT-ID)
                                   " " HIST-DATE " " HIST-SEQ
                                   " (CHANGE " CHANGE-NUMBER ")"
                   WHEN CHANGE-WAS-SHOWN
                           ADD 1 TO RECORDS-SHOWN-COUNT
                   WHEN OTHER
                           ADD 1 TO CHANGES-REFUSED-COUNT
                           DISPLAY "NORDAC14: CHANGE REFUSED - "
                                   FUNCTION TRIM(CHANGE-REFUSAL)
                           DISPLAY "  " FUNCTION TRIM(CHANGE-LINE-TEXT)
           END-EVALUATE
           EXIT
           .

      *****************
      * SEQ may be keyed without its leading zeros (1 for 000001);
      * it is right-aligned and zero-filled before the test.
      *****************
       PARSE-CHANGE-LINE.
           MOVE SPACES TO CHANGE-LINE-FIELDS
           UNSTRING CHANGE-LINE-TEXT
           DELIMITED BY '|'
           INTO CHANGE-ACCOUNT-TEXT
                CHANGE-DATE-TEXT
                CHANGE-SEQ-TEXT
                CHANGE-ACTION
                CHANGE-VALUE-1
                CHANGE-VALUE-2
                CHANGE-VALUE-3
           END-UNSTRING
           MOVE FUNCTION UPPER-CASE(CHANGE-ACTION) TO CHANGE-ACTION

           IF CHANGE-ACCOUNT-TEXT EQUAL SPACES
                   MOVE 'NO ACCOUNT-ID' TO CHANGE-REFUSAL
                   EXIT PARAGRAPH
           END-IF
           IF CHANGE-DATE-TEXT IS NOT NUMERIC
                   MOVE 'DATE MUST BE YYYYMMDD' TO CHANGE-REFUSAL
                   EXIT PARAGRAPH
           END-IF

           MOVE FUNCTION TRIM(CHANGE-SEQ-TEXT) TO CHANGE-SEQ-WORK
           INSPECT CHANGE-SEQ-WORK REPLACING LEADING SPACES BY ZEROS
           IF CHANGE-SEQ-TEXT EQUAL SPACES
                   OR CHANGE-SEQ-WORK IS NOT NUMERIC
                   MOVE 'SEQ MUST BE NUMERIC' TO CHANGE-REFUSAL
                   EXIT PARAGRAPH
           END-IF

           IF NOT CHANGE-IS-SHOW
                   AND NOT CHANGE-IS-NOTE
                   AND NOT CHANGE-IS-CLASS
                   AND NOT CHANGE-IS-VOID
                   AND NOT CHANGE-IS-UNVOID
                   MOVE 'UNKNOWN ACTION' TO CHANGE-REFUSAL
                   EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
                   WHEN CHANGE-IS-NOTE
                           AND CHANGE-VALUE-1 EQUAL SPACES
                           MOVE 'NOTE TEXT MISSING' TO CHANGE-REFUSAL
                   WHEN CHANGE-IS-CLASS
                           AND CHANGE-VALUE-1 EQUAL SPACES
                           AND CHANGE-VALUE-2 EQUAL SPACES
                           AND CHANGE-VALUE-3 EQUAL SPACES
                           MOVE 'NOTHING TO RECLASSIFY'
                                   TO CHANGE-REFUSAL
                   WHEN (CHANGE-IS-VOID OR CHANGE-IS-UNVOID)
                           AND CHANGE-VALUE-1 EQUAL SPACES
                           MOVE 'REASON MISSING' TO CHANGE-REFUSAL
                   WHEN OTHER
                           CONTINUE
           END-EVALUATE
           IF CHANGE-REFUSAL EQUAL SPACES
                   PERFORM CHECK-CHANGE-VALUE-LENGTHS
           END-IF
           EXIT
           .

      *****************
      * A value longer than the field it lands in would be cut
      * short on the master without a word; it is refused instead.
      * The annotation is as long as the value itself.
      *****************
       CHECK-CHANGE-VALUE-LENGTHS.
           IF CHANGE-IS-CLASS
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(CHANGE-VALUE-1))
                           TO CHANGE-VALUE-LENGTH
                   IF CHANGE-VALUE-LENGTH
                           > LENGTH OF HIST-OVERRIDE-CATEGORY
                           MOVE 'CATEGORY LONGER THAN 24'
                                   TO CHANGE-REFUSAL
                           EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(CHANGE-VALUE-2))
                           TO CHANGE-VALUE-LENGTH
                   IF CHANGE-VALUE-LENGTH
                           > LENGTH OF HIST-OVERRIDE-TX-TYPE
                           MOVE 'TRANSACTION TYPE LONGER THAN 24'
                                   TO CHANGE-REFUSAL
                           EXIT PARAGRAPH
                   END-IF
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(CHANGE-VALUE-3))
                           TO CHANGE-VALUE-LENGTH
                   IF CHANGE-VALUE-LENGTH
                           > LENGTH OF HIST-OVERRIDE-GL-CODE
                           MOVE 'GL CODE LONGER THAN 8'
                                   TO CHANGE-REFUSAL
                           EXIT PARAGRAPH
                   END-IF
           END-IF
           IF CHANGE-IS-VOID OR CHANGE-IS-UNVOID
                   MOVE FUNCTION LENGTH(FUNCTION TRIM(CHANGE-VALUE-1))
                           TO CHANGE-VALUE-LENGTH
                   IF CHANGE-VALUE-LENGTH
                           > LENGTH OF HIST-VOID-REASON
                           MOVE 'REASON LONGER THAN 40'
                                   TO CHANGE-REFUSAL
                   END-IF
           END-IF
           EXIT
           .

       READ-CHANGE-TARGET.
           MOVE CHANGE-ACCOUNT-TEXT TO HIST-ACCOUNT-ID
           MOVE CHANGE-DATE-TEXT TO HIST-DATE
           MOVE CHANGE-SEQ-NUMBER TO HIST-SEQ
           READ HISTORY-FILE
                   KEY IS HIST-KEY
                   INVALID KEY
                           MOVE 'NO SUCH HISTORY RECORD'
                                   TO CHANGE-REFUSAL
           END-READ
           IF CHANGE-REFUSAL EQUAL SPACES
                   AND HISTORY-STATUS NOT EQUAL 00
                   STRING
                           'READ FAILED, STATUS ' DELIMITED BY SIZE
                           HISTORY-STATUS DELIMITED BY SIZE
                           INTO CHANGE-REFUSAL
                   END-STRING
           END-IF
           EXIT
           .

      *****************
      * A voided row may still be annotated (the note often
      * explains the void) but not reclassified - its category
      * would never be read - and not voided twice.
      *****************
       APPLY-ONE-CHANGE.
           IF CHANGE-IS-SHOW
                   PERFORM SHOW-HISTORY-RECORD
                   MOVE 'S' TO CHANGE-OUTCOME
                   EXIT PARAGRAPH
           END-IF

           EVALUATE TRUE
                   WHEN CHANGE-IS-CLASS AND HIST-IS-VOIDED
                           MOVE 'RECORD IS VOIDED' TO CHANGE-REFUSAL
                   WHEN CHANGE-IS-VOID AND HIST-IS-VOIDED
                           MOVE 'RECORD ALREADY VOIDED'
                                   TO CHANGE-REFUSAL
                   WHEN CHANGE-IS-UNVOID AND NOT HIST-IS-VOIDED
                           MOVE 'RECORD IS NOT VOIDED' TO CHANGE-REFUSAL
                   WHEN OTHER
                           CONTINUE
           END-EVALUATE
           IF CHANGE-REFUSAL NOT EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF

           MOVE HIST-REC TO BEFORE-REC

           EVALUATE TRUE
                   WHEN CHANGE-IS-NOTE
                           MOVE CHANGE-VALUE-1 TO HIST-ANNOTATION
                           MOVE RUN-OPERATOR TO HIST-ANNOTATED-BY
                   WHEN CHANGE-IS-CLASS
                           PERFORM APPLY-RECLASSIFICATION
                   WHEN CHANGE-IS-VOID
                           MOVE 'V' TO HIST-VOID-FLAG
                           MOVE CHANGE-VALUE-1 TO HIST-VOID-REASON
                   WHEN CHANGE-IS-UNVOID
                           MOVE SPACE TO HIST-VOID-FLAG
                           MOVE SPACES TO HIST-VOID-REASON
           END-EVALUATE
           MOVE RUN-OPERATOR TO HIST-MAINTAINED-BY
           MOVE RUN-ID TO HIST-MAINTAINED-RUN

           ADD 1 TO CHANGE-NUMBER
           PERFORM WRITE-CHANGE-LOG-LINES
           IF CHANGE-REFUSAL NOT EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF

           REWRITE HIST-REC
                   INVALID KEY
                           CONTINUE
           END-REWRITE
           IF HISTORY-STATUS NOT EQUAL 00
                   STRING
                           'REWRITE FAILED, STATUS ' DELIMITED BY SIZE
                           HISTORY-STATUS DELIMITED BY SIZE
                           INTO CHANGE-REFUSAL
                   END-STRING
                   PERFORM WRITE-CHANGE-REFUSAL-LINE
                   EXIT PARAGRAPH
           END-IF

           MOVE 'A' TO CHANGE-OUTCOME
           PERFORM WRITE-AUDIT-MAINTENANCE-LINE
           EXIT
           .

       APPLY-RECLASSIFICATION.
           IF CHANGE-VALUE-1 EQUAL '*'
                   MOVE SPACES TO HIST-OVERRIDE-CATEGORY
           ELSE
                   IF CHANGE-VALUE-1 NOT EQUAL SPACES
                           MOVE CHANGE-VALUE-1
                                   TO HIST-OVERRIDE-CATEGORY
                   END-IF
           END-IF
           IF CHANGE-VALUE-2 EQUAL '*'
                   MOVE SPACES TO HIST-OVERRIDE-TX-TYPE
           ELSE
                   IF CHANGE-VALUE-2 NOT EQUAL SPACES
                           MOVE CHANGE-VALUE-2
                                   TO HIST-OVERRIDE-TX-TYPE
                   END-IF
           END-IF
           IF CHANGE-VALUE-3 EQUAL '*'
                   MOVE SPACES TO HIST-OVERRIDE-GL-CODE
           ELSE
                   IF CHANGE-VALUE-3 NOT EQUAL SPACES
                           MOVE CHANGE-VALUE-3
                                   TO HIST-OVERRIDE-GL-CODE
                   END-IF
           END-IF
           EXIT
           .

       SHOW-HISTORY-RECORD.
           MOVE HIST-AMOUNT TO FORMATTED-CURRENCY
           DISPLAY "  KEY        : " FUNCTION TRIM(HIST-ACCOUNT-ID)
                   " " HIST-DATE " " HIST-SEQ
           DISPLAY "  BOOKED     : " HIST-RECORD-DATE
                   "  AMOUNT " FUNCTION TRIM(FORMATTED-CURRENCY LEADING)
                   " " HIST-CURRENCY
           DISPLAY "  TRANSACTION: " FUNCTION TRIM(HIST-TRANSACTION)
           DISPLAY "  PARTY      : "
                   FUNCTION TRIM(HIST-RECIPIENT-AND-PAYER)
           DISPLAY "  MESSAGE    : " FUNCTION TRIM(HIST-MSG)
           IF HIST-ANNOTATION NOT EQUAL SPACES
                   DISPLAY "  NOTE       : "
                           FUNCTION TRIM(HIST-ANNOTATION)
                           " (" FUNCTION TRIM(HIST-ANNOTATED-BY) ")"
           END-IF
           IF HIST-OVERRIDE-CATEGORY NOT EQUAL SPACES
                   OR HIST-OVERRIDE-TX-TYPE NOT EQUAL SPACES
                   OR HIST-OVERRIDE-GL-CODE NOT EQUAL SPACES
                   DISPLAY "  OVERRIDES  : CATEGORY "
                           FUNCTION TRIM(HIST-OVERRIDE-CATEGORY)
                           " TYPE "
                           FUNCTION TRIM(HIST-OVERRIDE-TX-TYPE)
                           " GL "
                           FUNCTION TRIM(HIST-OVERRIDE-GL-CODE)
           END-IF
           IF HIST-IS-VOIDED
                   DISPLAY "  VOIDED     : "
                           FUNCTION TRIM(HIST-VOID-REASON)
           END-IF
           IF HIST-MAINTAINED-RUN NOT EQUAL SPACES
                   DISPLAY "  LAST CHANGE: "
                           FUNCTION TRIM(HIST-MAINTAINED-BY)
                           " RUN " HIST-MAINTAINED-RUN
           END-IF
           EXIT
           .

       WRITE-CHANGE-LOG-LINES.
           MOVE SPACES TO CHANGE-LOG-REC-DATA
           STRING
                   'C' DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RUN-ID DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CHANGE-NUMBER DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(RUN-OPERATOR) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(CHANGE-ACTION) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(CHANGE-VALUE-1) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(CHANGE-VALUE-2) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(CHANGE-VALUE-3) DELIMITED BY SIZE
                   INTO CHANGE-LOG-REC-DATA
           END-STRING
           WRITE CHANGE-LOG-REC
           PERFORM CHECK-CHANGE-LOG-WRITE
           IF CHANGE-REFUSAL NOT EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF

           MOVE 'B' TO IMAGE-LINE-TYPE
           MOVE BEFORE-REC TO IMAGE-REC
           PERFORM WRITE-IMAGE-LINE
           IF CHANGE-REFUSAL NOT EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO IMAGE-LINE-TYPE
           MOVE HIST-REC TO IMAGE-REC
           PERFORM WRITE-IMAGE-LINE
           EXIT
           .

       CHECK-CHANGE-LOG-WRITE.
           IF CHANGE-LOG-STATUS NOT EQUAL 00
                   STRING
                           'CHANGE LOG WRITE FAILED, STATUS '
                                   DELIMITED BY SIZE
                           CHANGE-LOG-STATUS DELIMITED BY SIZE
                           INTO CHANGE-REFUSAL
                   END-STRING
           END-IF
           EXIT
           .

      *****************
      * The log already holds the change's C/B/A lines; this one
      * says the master never took it.
      *****************
       WRITE-CHANGE-REFUSAL-LINE.
           MOVE SPACES TO CHANGE-LOG-REC-DATA
           STRING
                   'R' DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RUN-ID DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CHANGE-NUMBER DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(CHANGE-REFUSAL) DELIMITED BY SIZE
                   INTO CHANGE-LOG-REC-DATA
           END-STRING
           WRITE CHANGE-LOG-REC
           IF CHANGE-LOG-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC14: CHANGE " CHANGE-NUMBER
                           " NOT MADE, AND THE CHANGE LOG COULD NOT "
                           "SAY SO, STATUS " CHANGE-LOG-STATUS
           END-IF
           EXIT
           .

      *****************
      * The whole record, field by field in copybook order, so a
      * change can be read back - or undone - from the log alone.
      *****************
       WRITE-IMAGE-LINE.
           MOVE IMAGE-AMOUNT TO IMAGE-AMOUNT-EDIT
           MOVE SPACES TO CHANGE-LOG-REC-DATA
           STRING
                   IMAGE-LINE-TYPE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RUN-ID DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   CHANGE-NUMBER DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-ACCOUNT-ID) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IMAGE-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IMAGE-SEQ DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IMAGE-RECORD-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IMAGE-VALUE-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IMAGE-PAYMENT-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-AMOUNT-EDIT) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-RECIPIENT-AND-PAYER)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-ACCOUNT-NUMBER)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-BIC-NUMBER) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-TRANSACTION) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-REFERENCE-NUMBER)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-PAYER-REFERENCE)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-MSG) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-CARD-NUMBER) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IMAGE-RECEIPT DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IMAGE-CURRENCY DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-ANNOTATION) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-ANNOTATED-BY) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-OVERRIDE-CATEGORY)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-OVERRIDE-TX-TYPE)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-OVERRIDE-GL-CODE)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IMAGE-VOID-FLAG DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-VOID-REASON) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(IMAGE-MAINTAINED-BY)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IMAGE-MAINTAINED-RUN DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   IMAGE-BOOKED-RUN DELIMITED BY SIZE
                   INTO CHANGE-LOG-REC-DATA
           END-STRING
           WRITE CHANGE-LOG-REC
           PERFORM CHECK-CHANGE-LOG-WRITE
           EXIT
           .

       WRITE-AUDIT-MAINTENANCE-LINE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT EQUAL 00
                   OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: AUDIT LOG NOT AVAILABLE, "
                           "STATUS " AUDIT-STATUS
                   EXIT PARAGRAPH
           END-IF

           MOVE CHANGE-NUMBER TO AUDIT-COUNT-EDIT
           MOVE SPACES TO AUDIT-REC-DATA
           STRING
                   'M' DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RUN-ID DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(HIST-ACCOUNT-ID) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   HIST-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   HIST-SEQ DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(CHANGE-ACTION) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(RUN-OPERATOR) DELIMITED BY SIZE
                   '|CHANGE=' DELIMITED BY SIZE
                   AUDIT-COUNT-EDIT DELIMITED BY SIZE
                   INTO AUDIT-REC-DATA
           END-STRING
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           EXIT
           .
