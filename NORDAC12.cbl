|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORDAC12.

      *****************
      * Nightly job-stream driver for the NORDAC suite.
      *
      * Runs the suite's programs one step after another from a
      * run-stream definition, instead of the night operator
      * starting each one by hand. A step whose RETURN-CODE is not
      * on its accepted list stops the stream there - the next
      * step never runs against half-built files - and a rerun
      * resumes at the failed step instead of redoing the ones
      * that already finished.
      *
      *   NORDSTREAM      - run-stream definition (required)
      *   NORDSTREAMSTATE - restart state, NORDAC12.STA when not
      *                     set
      *   NORDSTREAMFRESH - Y ignores any saved state and starts
      *                     the stream from its first step
      *   NORDSTREAMRPT   - status report, NORDAC12.RPT when not
      *                     set
      *   NORDBINDIR      - directory the step programs live in;
      *                     when not set they are found on PATH
      *   NORDAUDIT       - audit log, NORDAC01.AUD when not set
      *
      * Run-stream definition, one entry per line, '*' in column
      * one for comments:
      *   S|STEP-ID|PROGRAM|ACCEPTED-RETURN-CODES
      *   P|KEYWORD=VALUE
      * A P line belongs to the S line above it and is exported
      * to that step's environment only; P lines ahead of the
      * first S line are exported to every step. The accepted
      * return codes are a comma list (0 when left empty). The
      * program is handed to the shell as written, so it may carry
      * its own arguments but no '|'. For example
      *
      *   P|NORDAUDIT=/data/nord/NORDAC01.AUD
      *   S|CAMT053|NORDAC03|0
      *   P|NORDXML=/data/nord/camt053.xml
      *   P|NORDXMLLIST=/data/nord/camt053.lst
      *   S|STATEMENTS|NORDAC01|0
      *   P|NORDCSVLIST=/data/nord/camt053.lst
      *   S|SETTLE|NORDAC05|0
      *   P|NORDPAYMODE=SETTLE
      *   S|CARDRECON|NORDAC10|0,4
      *   S|GLACK|NORDAC06|0
      *
      * Restart state, rewritten after every step:
      *   STREAM-ID|STEP-ID|RESULT|RETURN-CODE
      * RESULT is C (completed) or F (failed). A stream that runs
      * to its end leaves the state empty, so the next night
      * starts a new stream.
      *
      * Every step writes a START and an END line (and a rerun a
      * SKIP line for each step already done) to the audit log
      * under the one stream id, between a stream START and END:
      *   J|STREAM-ID|STEP-ID|START|PROGRAM=...|TIME=HHMMSSCC
      *   J|STREAM-ID|STEP-ID|END|RC=nnnn|RESULT=OK/FAILED|TIME=
      *
      * RETURN-CODE is 0 for a completed stream, the failed
      * step's own return code (8 at least) for a stopped one,
      * and 12 for a definition that does not load.
      *****************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STREAM-DEF-FILE
                   ASSIGN TO STREAM-DEF-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS STREAM-DEF-STATUS.

           SELECT STREAM-STATE-FILE
                   ASSIGN TO STREAM-STATE-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS STREAM-STATE-STATUS.

           SELECT AUDIT-FILE
                   ASSIGN TO AUDIT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS AUDIT-STATUS.

           SELECT REPORT-FILE
                   ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-DEF-FILE.
       01  STREAM-DEF-REC.
               05  STREAM-DEF-DATA PIC X(400).

       FD  STREAM-STATE-FILE.
       01  STREAM-STATE-REC.
               05  STREAM-STATE-DATA PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
               05  AUDIT-REC-DATA PIC X(600).

       FD  REPORT-FILE.
       01  REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01  STREAM-DEF-STATUS PIC 99.
       01  STREAM-DEF-FILENAME PIC X(256).
       01  STREAM-STATE-STATUS PIC 99.
       01  STREAM-STATE-FILENAME PIC X(256).
       01  STREAM-STATE-TARGET-FILENAME PIC X(256).
       01  STREAM-STATE-TEMP-FILENAME PIC X(256).
       01  STREAM-STATE-RENAME-STATUS PIC S9(9) USAGE COMP-5.
       01  AUDIT-STATUS PIC 99.
       01  AUDIT-FILENAME PIC X(256).
       01  REPORT-STATUS PIC 99.
       01  REPORT-FILENAME PIC X(256).
       01  BIN-DIRECTORY PIC X(200).

       01  STREAM-FRESH-TEXT PIC X(1).
               88  STREAM-FRESH-START VALUE 'Y' 'y'.

      *****************
      * The stream id is minted once per stream and carried by
      * the restart state, so a rerun's lines sit under the same
      * id as the failed night's.
      *****************
       01  STREAM-CONTROL.
               05  STREAM-ID PIC X(17) VALUE SPACES.
               05  RUN-DATE-TEXT PIC X(8).
               05  RUN-TIME-TEXT PIC X(8).
               05  STREAM-RESTART-FLAG PIC X(1) VALUE 'N'.
                       88  STREAM-IS-RESTART VALUE 'Y'.
               05  STREAM-STOPPED-FLAG PIC X(1) VALUE 'N'.
                       88  STREAM-IS-STOPPED VALUE 'Y'.
               05  STREAM-DEF-ERROR-COUNT PIC 9(4) USAGE COMP
                           VALUE 0.
               05  STREAM-DEF-LINE-NO PIC 9(6) USAGE COMP VALUE 0.
               05  STREAM-DEF-LINE-EDIT PIC ZZZZZ9.

       01  STREAM-COUNTERS.
               05  STEPS-RUN-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  STEPS-SKIPPED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  STEPS-FAILED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  STEPS-NOT-RUN-COUNT PIC 9(4) USAGE COMP VALUE 0.

      *****************
      * The steps in definition order. STEP-RESULT is blank until
      * the step is decided: C completed by this run, S completed
      * by an earlier run of the same stream (skipped), F failed.
      *****************
       01  STEP-TABLE.
               05  STEP-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  STEP-ENTRY OCCURS 50 TIMES
                           INDEXED BY STEP-IDX STEP-SHOW-IDX
                                      STEP-FIND-IDX.
                       10  STEP-ID PIC X(16).
                       10  STEP-PROGRAM PIC X(64).
                       10  STEP-ACCEPT-COUNT PIC 9(2) USAGE COMP.
                       10  STEP-ACCEPT-RC PIC 9(4) OCCURS 8 TIMES.
                       10  STEP-RESULT PIC X(1).
                               88  STEP-COMPLETED-NOW VALUE 'C'.
                               88  STEP-COMPLETED-EARLIER VALUE 'S'.
                               88  STEP-HAS-FAILED VALUE 'F'.
                               88  STEP-NOT-DECIDED VALUE ' '.
                       10  STEP-RC PIC 9(4).
                       10  STEP-START-TIME PIC X(8).
                       10  STEP-END-TIME PIC X(8).

       77  STEP-LIMIT PIC 9(4) USAGE COMP VALUE 50.
       77  STEP-ACCEPT-LIMIT PIC 9(2) USAGE COMP VALUE 8.

      *****************
      * Step parameters, tagged with the step they belong to;
      * step number 0 marks a stream-wide parameter.
      *****************
       01  STEP-PARM-TABLE.
               05  STEP-PARM-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  STEP-PARM-ENTRY OCCURS 500 TIMES
                           INDEXED BY STEP-PARM-IDX.
                       10  STEP-PARM-STEP-NO PIC 9(4) USAGE COMP.
                       10  STEP-PARM-NAME PIC X(32).
                       10  STEP-PARM-VALUE PIC X(256).
                       10  STEP-PARM-SAVED-VALUE PIC X(256).

       77  STEP-PARM-LIMIT PIC 9(4) USAGE COMP VALUE 500.

       01  STEP-PARM-CONTROL.
               05  STEP-PARM-OWNER PIC 9(4) USAGE COMP.
               05  STEP-PARM-CLEAR-FLAG PIC X(1).
                       88  STEP-PARM-IS-CLEAR VALUE 'Y'.
               05  STEP-PARM-BACK PIC 9(4) USAGE COMP.

       01  DEF-LINE-FIELDS.
               05  DEF-LINE-TYPE PIC X(1).
               05  DEF-STEP-ID-TEXT PIC X(16).
               05  DEF-PROGRAM-TEXT PIC X(64).
               05  DEF-ACCEPT-TEXT PIC X(40).
               05  DEF-PARM-TEXT PIC X(300).
               05  DEF-PARM-NAME-LEN PIC 9(4) USAGE COMP.
               05  DEF-ACCEPT-PIECE PIC X(4) OCCURS 8 TIMES.
               05  DEF-ACCEPT-PIECE-COUNT PIC 9(2) USAGE COMP.
               05  DEF-ACCEPT-IDX PIC 9(2) USAGE COMP.
               05  DEF-ACCEPT-NUMBER PIC X(4) JUSTIFIED RIGHT.

       01  STATE-LINE-FIELDS.
               05  STATE-STREAM-ID-TEXT PIC X(17).
               05  STATE-STEP-ID-TEXT PIC X(16).
               05  STATE-RESULT-TEXT PIC X(1).
               05  STATE-RC-TEXT PIC X(4).
               05  STATE-LINE-COUNT PIC 9(4) USAGE COMP VALUE 0.

       01  STEP-RUN-WORK.
               05  STEP-COMMAND PIC X(300).
               05  STEP-SYSTEM-STATUS PIC S9(9) USAGE COMP-5.
               05  STEP-EXIT-CODE PIC 9(4).
               05  STEP-RC-ACCEPTED PIC X(1).
                       88  STEP-RC-IS-ACCEPTED VALUE 'Y'.
               05  STEP-LOOKUP-ID PIC X(16).
               05  STEP-FOUND PIC X(1).
                       88  STEP-WAS-FOUND VALUE 'Y'.
               05  STOPPED-STEP-RC PIC 9(4) VALUE 0.

       01  AUDIT-EDIT-WORK.
               05  AUDIT-EVENT-TEXT PIC X(60).
               05  AUDIT-STEP-TEXT PIC X(16).
               05  AUDIT-COUNT-EDIT PIC 9(8).
               05  AUDIT-COUNT-TEXT-1 PIC X(8).
               05  AUDIT-COUNT-TEXT-2 PIC X(8).
               05  AUDIT-COUNT-TEXT-3 PIC X(8).

       01  REPORT-CONTROL.
               05  REPORT-PAGE-NUMBER PIC 9(4) USAGE COMP VALUE 0.
               05  REPORT-LINE-COUNT PIC 9(2) USAGE COMP VALUE 0.

       77  REPORT-LINES-PER-PAGE PIC 9(2) USAGE COMP VALUE 60.

       01  REPORT-LINE-WORK PIC X(132).

       01  REPORT-HEADING-LINE.
               05  FILLER PIC X(10) VALUE 'NORDAC12'.
               05  FILLER PIC X(36)
                           VALUE 'NIGHTLY JOB STREAM STATUS'.
               05  FILLER PIC X(4) VALUE 'RUN '.
               05  RPT-HEAD-RUN-ID PIC X(17).
               05  FILLER PIC X(52) VALUE SPACES.
               05  FILLER PIC X(5) VALUE 'PAGE '.
               05  RPT-HEAD-PAGE PIC ZZZ9.
               05  FILLER PIC X(4) VALUE SPACES.

       01  REPORT-STEP-LINE.
               05  RPT-STEP-INDENT PIC X(2).
               05  RPT-STEP-ID PIC X(18).
               05  RPT-STEP-PROGRAM PIC X(24).
               05  FILLER PIC X(2).
               05  RPT-STEP-RESULT PIC X(30).
               05  RPT-STEP-RC-LABEL PIC X(3).
               05  RPT-STEP-RC PIC ZZZ9.
               05  FILLER PIC X(3).
               05  RPT-STEP-START PIC X(8).
               05  FILLER PIC X(2).
               05  RPT-STEP-END PIC X(8).
               05  FILLER PIC X(28).

       01  REPORT-COUNT-LINE.
               05  RPT-COUNT-INDENT PIC X(2).
               05  RPT-COUNT-LABEL PIC X(30).
               05  RPT-COUNT-VALUE PIC Z(7)9.
               05  FILLER PIC X(92) VALUE SPACES.

|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-STREAM-DEFINITION
           PERFORM LOAD-STREAM-STATE

           IF STREAM-IS-RESTART
                   DISPLAY "NORDAC12: RESUMING STREAM " STREAM-ID
           ELSE
                   DISPLAY "NORDAC12: STARTING STREAM " STREAM-ID
           END-IF

           MOVE 'STREAM' TO AUDIT-STEP-TEXT
           MOVE SPACES TO AUDIT-EVENT-TEXT
           STRING
                   'START|RESTART=' DELIMITED BY SIZE
                   STREAM-RESTART-FLAG DELIMITED BY SIZE
                   INTO AUDIT-EVENT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-STREAM-LINE

           MOVE 0 TO STEP-PARM-OWNER
           PERFORM EXPORT-STEP-PARAMETERS

           PERFORM RUN-ONE-STEP
                   VARYING STEP-IDX FROM 1 BY 1
                   UNTIL STEP-IDX > STEP-COUNT
                       OR STREAM-IS-STOPPED

           PERFORM WRITE-STATUS-REPORT

           MOVE STEPS-RUN-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-1
           MOVE STEPS-SKIPPED-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-2
           MOVE STEPS-NOT-RUN-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-3
           MOVE 'STREAM' TO AUDIT-STEP-TEXT
           MOVE SPACES TO AUDIT-EVENT-TEXT
           IF STREAM-IS-STOPPED
                   STRING
                           'END|RESULT=STOPPED' DELIMITED BY SIZE
                           INTO AUDIT-EVENT-TEXT
                   END-STRING
           ELSE
                   STRING
                           'END|RESULT=COMPLETE' DELIMITED BY SIZE
                           INTO AUDIT-EVENT-TEXT
                   END-STRING
           END-IF
           PERFORM WRITE-AUDIT-STREAM-LINE

           IF STREAM-IS-STOPPED
                   DISPLAY "NORDAC12: STREAM " STREAM-ID
                           " STOPPED - RERUN TO RESUME"
                   IF STOPPED-STEP-RC < 8
                           MOVE 8 TO RETURN-CODE
                   ELSE
                           MOVE STOPPED-STEP-RC TO RETURN-CODE
                   END-IF
           ELSE
                   PERFORM CLEAR-STREAM-STATE
                   DISPLAY "NORDAC12: STREAM " STREAM-ID " COMPLETE"
           END-IF

           DISPLAY "NORDAC12: STEPS RUN     " STEPS-RUN-COUNT
           DISPLAY "NORDAC12: STEPS SKIPPED " STEPS-SKIPPED-COUNT
           DISPLAY "NORDAC12: STEPS FAILED  " STEPS-FAILED-COUNT
           DISPLAY "NORDAC12: REPORT WRITTEN TO "
                   FUNCTION TRIM(REPORT-FILENAME)
           STOP RUN
           .

       INITIALIZE-RUN.
           ACCEPT STREAM-DEF-FILENAME FROM ENVIRONMENT 'NORDSTREAM'
           ACCEPT STREAM-STATE-FILENAME
                   FROM ENVIRONMENT 'NORDSTREAMSTATE'
           ACCEPT STREAM-FRESH-TEXT FROM ENVIRONMENT 'NORDSTREAMFRESH'
           ACCEPT REPORT-FILENAME FROM ENVIRONMENT 'NORDSTREAMRPT'
           ACCEPT BIN-DIRECTORY FROM ENVIRONMENT 'NORDBINDIR'
           ACCEPT AUDIT-FILENAME FROM ENVIRONMENT 'NORDAUDIT'

           IF STREAM-DEF-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC12: NORDSTREAM NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF STREAM-STATE-FILENAME EQUAL SPACES
                   MOVE 'NORDAC12.STA' TO STREAM-STATE-FILENAME
           END-IF
           IF REPORT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC12.RPT' TO REPORT-FILENAME
           END-IF
           IF AUDIT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC01.AUD' TO AUDIT-FILENAME
           END-IF

           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           STRING
                   'J' DELIMITED BY SIZE
                   RUN-DATE-TEXT DELIMITED BY SIZE
                   RUN-TIME-TEXT DELIMITED BY SIZE
                   INTO STREAM-ID
           END-STRING
           EXIT
           .

      *****************
      * The whole definition is read and checked before the first
      * step starts: a typo on the last line must not surface
      * only after the first four steps have already run.
      *****************
       LOAD-STREAM-DEFINITION.
           MOVE 0 TO STEP-COUNT
           MOVE 0 TO STEP-PARM-COUNT
           MOVE 0 TO STREAM-DEF-ERROR-COUNT
           OPEN INPUT STREAM-DEF-FILE
           IF STREAM-DEF-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC12: CANNOT OPEN "
                           FUNCTION TRIM(STREAM-DEF-FILENAME)
                           ", STATUS " STREAM-DEF-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-STREAM-DEF-FILE
                   IF STREAM-DEF-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO STREAM-DEF-LINE-NO
                   PERFORM ADD-STREAM-DEF-ENTRY
           END-PERFORM
           CLOSE STREAM-DEF-FILE

           IF STEP-COUNT EQUAL 0
                   DISPLAY "NORDAC12: NO STEPS IN "
                           FUNCTION TRIM(STREAM-DEF-FILENAME)
                   ADD 1 TO STREAM-DEF-ERROR-COUNT
           END-IF
           IF STREAM-DEF-ERROR-COUNT > 0
                   DISPLAY "NORDAC12: STREAM REJECTED - "
                           STREAM-DEF-ERROR-COUNT
                           " DEFINITION ERROR(S)"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       READ-STREAM-DEF-FILE.
           READ STREAM-DEF-FILE INTO STREAM-DEF-REC
           EXIT
           .

       ADD-STREAM-DEF-ENTRY.
           IF STREAM-DEF-DATA(1:1) EQUAL '*'
                   OR STREAM-DEF-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF

           MOVE STREAM-DEF-LINE-NO TO STREAM-DEF-LINE-EDIT
           MOVE SPACES TO DEF-LINE-TYPE
           MOVE SPACES TO DEF-PARM-TEXT
           UNSTRING STREAM-DEF-DATA
           DELIMITED BY '|'
           INTO DEF-LINE-TYPE
                DEF-PARM-TEXT
           END-UNSTRING

           EVALUATE DEF-LINE-TYPE
                   WHEN 'S'
                           PERFORM ADD-STEP-ENTRY
                   WHEN 'P'
                           PERFORM ADD-STEP-PARM-ENTRY
                   WHEN OTHER
                           DISPLAY "NORDAC12: LINE "
                                   STREAM-DEF-LINE-EDIT
                                   " IS NEITHER AN S NOR A P LINE"
                           ADD 1 TO STREAM-DEF-ERROR-COUNT
           END-EVALUATE
           EXIT
           .

       ADD-STEP-ENTRY.
           MOVE SPACES TO DEF-STEP-ID-TEXT
           MOVE SPACES TO DEF-PROGRAM-TEXT
           MOVE SPACES TO DEF-ACCEPT-TEXT
           UNSTRING STREAM-DEF-DATA
           DELIMITED BY '|'
           INTO DEF-LINE-TYPE
                DEF-STEP-ID-TEXT
                DEF-PROGRAM-TEXT
                DEF-ACCEPT-TEXT
           END-UNSTRING

           IF DEF-STEP-ID-TEXT EQUAL SPACES
                   OR DEF-PROGRAM-TEXT EQUAL SPACES
                   DISPLAY "NORDAC12: LINE " STREAM-DEF-LINE-EDIT
                           " NEEDS A STEP ID AND A PROGRAM"
                   ADD 1 TO STREAM-DEF-ERROR-COUNT
                   EXIT PARAGRAPH
           END-IF

           MOVE DEF-STEP-ID-TEXT TO STEP-LOOKUP-ID
           PERFORM FIND-STEP-BY-ID
           IF STEP-WAS-FOUND
                   DISPLAY "NORDAC12: LINE " STREAM-DEF-LINE-EDIT
                           " REPEATS STEP ID "
                           FUNCTION TRIM(DEF-STEP-ID-TEXT)
                   ADD 1 TO STREAM-DEF-ERROR-COUNT
                   EXIT PARAGRAPH
           END-IF

           IF STEP-COUNT < STEP-LIMIT
                   ADD 1 TO STEP-COUNT
                   SET STEP-IDX TO STEP-COUNT
                   MOVE DEF-STEP-ID-TEXT TO STEP-ID(STEP-IDX)
                   MOVE DEF-PROGRAM-TEXT TO STEP-PROGRAM(STEP-IDX)
                   MOVE SPACES TO STEP-RESULT(STEP-IDX)
                   MOVE 0 TO STEP-RC(STEP-IDX)
                   MOVE SPACES TO STEP-START-TIME(STEP-IDX)
                   MOVE SPACES TO STEP-END-TIME(STEP-IDX)
                   PERFORM PARSE-ACCEPTED-RETURN-CODES
           ELSE
                   DISPLAY "ERROR: STREAM STEP TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

      *****************
      * A step that names no return codes accepts only 0 - the
      * stream is never more lenient than the operator asked for.
      *****************
       PARSE-ACCEPTED-RETURN-CODES.
           MOVE 0 TO STEP-ACCEPT-COUNT(STEP-IDX)
           IF DEF-ACCEPT-TEXT EQUAL SPACES
                   MOVE 1 TO STEP-ACCEPT-COUNT(STEP-IDX)
                   MOVE 0 TO STEP-ACCEPT-RC(STEP-IDX, 1)
                   EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO DEF-ACCEPT-PIECE(1) DEF-ACCEPT-PIECE(2)
                   DEF-ACCEPT-PIECE(3) DEF-ACCEPT-PIECE(4)
                   DEF-ACCEPT-PIECE(5) DEF-ACCEPT-PIECE(6)
                   DEF-ACCEPT-PIECE(7) DEF-ACCEPT-PIECE(8)
           MOVE 0 TO DEF-ACCEPT-PIECE-COUNT
           UNSTRING DEF-ACCEPT-TEXT
           DELIMITED BY ','
           INTO DEF-ACCEPT-PIECE(1) DEF-ACCEPT-PIECE(2)
                DEF-ACCEPT-PIECE(3) DEF-ACCEPT-PIECE(4)
                DEF-ACCEPT-PIECE(5) DEF-ACCEPT-PIECE(6)
                DEF-ACCEPT-PIECE(7) DEF-ACCEPT-PIECE(8)
           TALLYING IN DEF-ACCEPT-PIECE-COUNT
           ON OVERFLOW
                   DISPLAY "NORDAC12: LINE " STREAM-DEF-LINE-EDIT
                           " LISTS MORE THAN 8 RETURN CODES"
                   ADD 1 TO STREAM-DEF-ERROR-COUNT
           END-UNSTRING

           PERFORM ADD-ONE-ACCEPTED-CODE
                   VARYING DEF-ACCEPT-IDX FROM 1 BY 1
                   UNTIL DEF-ACCEPT-IDX > DEF-ACCEPT-PIECE-COUNT
                       OR DEF-ACCEPT-IDX > STEP-ACCEPT-LIMIT
           EXIT
           .

       ADD-ONE-ACCEPTED-CODE.
           MOVE FUNCTION TRIM(DEF-ACCEPT-PIECE(DEF-ACCEPT-IDX))
                   TO DEF-ACCEPT-NUMBER
           INSPECT DEF-ACCEPT-NUMBER REPLACING LEADING SPACE BY '0'
           IF DEF-ACCEPT-NUMBER IS NOT NUMERIC
                   DISPLAY "NORDAC12: LINE " STREAM-DEF-LINE-EDIT
                           " RETURN CODE "
                           FUNCTION TRIM(
                                   DEF-ACCEPT-PIECE(DEF-ACCEPT-IDX))
                           " IS NOT A NUMBER"
                   ADD 1 TO STREAM-DEF-ERROR-COUNT
                   EXIT PARAGRAPH
           END-IF
           ADD 1 TO STEP-ACCEPT-COUNT(STEP-IDX)
           MOVE DEF-ACCEPT-NUMBER
                   TO STEP-ACCEPT-RC(STEP-IDX,
                           STEP-ACCEPT-COUNT(STEP-IDX))
           EXIT
           .

      *****************
      * KEYWORD=VALUE is split at the first '=' only; a value may
      * itself carry one.
      *****************
       ADD-STEP-PARM-ENTRY.
           MOVE 0 TO DEF-PARM-NAME-LEN
           INSPECT DEF-PARM-TEXT
                   TALLYING DEF-PARM-NAME-LEN
                   FOR CHARACTERS BEFORE INITIAL '='
           IF DEF-PARM-NAME-LEN EQUAL 0
                   OR DEF-PARM-NAME-LEN >= LENGTH OF DEF-PARM-TEXT
                   OR DEF-PARM-NAME-LEN > 32
                   DISPLAY "NORDAC12: LINE " STREAM-DEF-LINE-EDIT
                           " IS NOT A P|KEYWORD=VALUE LINE"
                   ADD 1 TO STREAM-DEF-ERROR-COUNT
                   EXIT PARAGRAPH
           END-IF

           IF STEP-PARM-COUNT < STEP-PARM-LIMIT
                   ADD 1 TO STEP-PARM-COUNT
                   SET STEP-PARM-IDX TO STEP-PARM-COUNT
                   MOVE STEP-COUNT TO STEP-PARM-STEP-NO(STEP-PARM-IDX)
                   MOVE DEF-PARM-TEXT(1:DEF-PARM-NAME-LEN)
                           TO STEP-PARM-NAME(STEP-PARM-IDX)
                   MOVE DEF-PARM-TEXT(DEF-PARM-NAME-LEN + 2:)
                           TO STEP-PARM-VALUE(STEP-PARM-IDX)
           ELSE
                   DISPLAY "ERROR: STREAM PARAMETER TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       FIND-STEP-BY-ID.
           MOVE 'N' TO STEP-FOUND
           PERFORM CHECK-ONE-STEP-ID
                   VARYING STEP-FIND-IDX FROM 1 BY 1
                   UNTIL STEP-FIND-IDX > STEP-COUNT
                       OR STEP-WAS-FOUND
           EXIT
           .

       CHECK-ONE-STEP-ID.
           IF STEP-ID(STEP-FIND-IDX) EQUAL STEP-LOOKUP-ID
                   MOVE 'Y' TO STEP-FOUND
                   SET STEP-SHOW-IDX TO STEP-FIND-IDX
           END-IF
           EXIT
           .

      *****************
      * A state file with lines in it is the record of a stream
      * that did not reach its end: its id is taken over and its
      * completed steps are skipped. A missing or empty file is
      * simply a new stream.
      *****************
       LOAD-STREAM-STATE.
           MOVE 0 TO STATE-LINE-COUNT
           IF STREAM-FRESH-START
                   DISPLAY "NORDAC12: NORDSTREAMFRESH SET - SAVED "
                           "STATE IGNORED"
                   EXIT PARAGRAPH
           END-IF

           OPEN INPUT STREAM-STATE-FILE
           IF STREAM-STATE-STATUS NOT EQUAL 00
                   EXIT PARAGRAPH
           END-IF

           PERFORM FOREVER
                   PERFORM READ-STREAM-STATE-FILE
                   IF STREAM-STATE-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM RESTORE-ONE-STATE-LINE
           END-PERFORM
           CLOSE STREAM-STATE-FILE
           EXIT
           .

       READ-STREAM-STATE-FILE.
           READ STREAM-STATE-FILE INTO STREAM-STATE-REC
           EXIT
           .

       RESTORE-ONE-STATE-LINE.
           IF STREAM-STATE-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STATE-STREAM-ID-TEXT
           MOVE SPACES TO STATE-STEP-ID-TEXT
           MOVE SPACES TO STATE-RESULT-TEXT
           MOVE SPACES TO STATE-RC-TEXT
           UNSTRING STREAM-STATE-DATA
           DELIMITED BY '|'
           INTO STATE-STREAM-ID-TEXT
                STATE-STEP-ID-TEXT
                STATE-RESULT-TEXT
                STATE-RC-TEXT
           END-UNSTRING

           ADD 1 TO STATE-LINE-COUNT
           IF STATE-LINE-COUNT EQUAL 1
                   MOVE STATE-STREAM-ID-TEXT TO STREAM-ID
                   MOVE 'Y' TO STREAM-RESTART-FLAG
           END-IF

           IF STATE-RESULT-TEXT NOT EQUAL 'C'
                   EXIT PARAGRAPH
           END-IF
           MOVE STATE-STEP-ID-TEXT TO STEP-LOOKUP-ID
           PERFORM FIND-STEP-BY-ID
           IF STEP-WAS-FOUND
                   MOVE 'S' TO STEP-RESULT(STEP-SHOW-IDX)
                   MOVE STATE-RC-TEXT TO STEP-RC(STEP-SHOW-IDX)
           ELSE
                   DISPLAY "WARNING: SAVED STATE NAMES STEP "
                           FUNCTION TRIM(STATE-STEP-ID-TEXT)
                           " WHICH IS NOT IN THE DEFINITION"
           END-IF
           EXIT
           .

       RUN-ONE-STEP.
           IF STEP-COMPLETED-EARLIER(STEP-IDX)
                   ADD 1 TO STEPS-SKIPPED-COUNT
                   MOVE STEP-ID(STEP-IDX) TO AUDIT-STEP-TEXT
                   MOVE 'SKIP|DONE IN EARLIER RUN' TO AUDIT-EVENT-TEXT
                   PERFORM WRITE-AUDIT-STREAM-LINE
                   DISPLAY "NORDAC12: STEP "
                           FUNCTION TRIM(STEP-ID(STEP-IDX))
                           " ALREADY DONE - SKIPPED"
                   EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STEP-COMMAND
           IF BIN-DIRECTORY EQUAL SPACES
                   MOVE STEP-PROGRAM(STEP-IDX) TO STEP-COMMAND
           ELSE
                   STRING
                           FUNCTION TRIM(BIN-DIRECTORY)
                                   DELIMITED BY SIZE
                           '/' DELIMITED BY SIZE
                           FUNCTION TRIM(STEP-PROGRAM(STEP-IDX))
                                   DELIMITED BY SIZE
                           INTO STEP-COMMAND
                   END-STRING
           END-IF

           SET STEP-PARM-OWNER TO STEP-IDX
           PERFORM EXPORT-STEP-PARAMETERS

           ACCEPT RUN-TIME-TEXT FROM TIME
           MOVE RUN-TIME-TEXT TO STEP-START-TIME(STEP-IDX)
           MOVE STEP-ID(STEP-IDX) TO AUDIT-STEP-TEXT
           MOVE SPACES TO AUDIT-EVENT-TEXT
           STRING
                   'START|PROGRAM=' DELIMITED BY SIZE
                   FUNCTION TRIM(STEP-PROGRAM(STEP-IDX))
                           DELIMITED BY SIZE
                   '|TIME=' DELIMITED BY SIZE
                   RUN-TIME-TEXT DELIMITED BY SIZE
                   INTO AUDIT-EVENT-TEXT
           END-STRING
           PERFORM WRITE-AUDIT-STREAM-LINE
           DISPLAY "NORDAC12: STEP " FUNCTION TRIM(STEP-ID(STEP-IDX))
                   " STARTING " FUNCTION TRIM(STEP-COMMAND)

      *****************
      * SYSTEM hands back the shell's raw wait status; the step's
      * own RETURN-CODE is its high-order byte. A step killed by a
      * signal leaves that byte zero but the status itself not -
      * it is treated as a failure with return code 16.
      *****************
           CALL "SYSTEM" USING STEP-COMMAND
                   RETURNING STEP-SYSTEM-STATUS
           END-CALL
           IF STEP-SYSTEM-STATUS < 0
                   MOVE 16 TO STEP-EXIT-CODE
           ELSE
                   DIVIDE STEP-SYSTEM-STATUS BY 256
                           GIVING STEP-EXIT-CODE
                   IF STEP-EXIT-CODE EQUAL 0
                           AND STEP-SYSTEM-STATUS NOT EQUAL 0
                           MOVE 16 TO STEP-EXIT-CODE
                   END-IF
           END-IF
           MOVE 0 TO RETURN-CODE

           PERFORM CLEAR-STEP-PARAMETERS

           ACCEPT RUN-TIME-TEXT FROM TIME
           MOVE RUN-TIME-TEXT TO STEP-END-TIME(STEP-IDX)
           MOVE STEP-EXIT-CODE TO STEP-RC(STEP-IDX)
           PERFORM CHECK-ACCEPTED-RETURN-CODE

           IF STEP-RC-IS-ACCEPTED
                   MOVE 'C' TO STEP-RESULT(STEP-IDX)
                   ADD 1 TO STEPS-RUN-COUNT
           ELSE
                   MOVE 'F' TO STEP-RESULT(STEP-IDX)
                   ADD 1 TO STEPS-RUN-COUNT
                   ADD 1 TO STEPS-FAILED-COUNT
                   MOVE 'Y' TO STREAM-STOPPED-FLAG
                   MOVE STEP-EXIT-CODE TO STOPPED-STEP-RC
           END-IF

           MOVE SPACES TO AUDIT-EVENT-TEXT
           IF STEP-RC-IS-ACCEPTED
                   STRING
                           'END|RC=' DELIMITED BY SIZE
                           STEP-EXIT-CODE DELIMITED BY SIZE
                           '|RESULT=OK|TIME=' DELIMITED BY SIZE
                           RUN-TIME-TEXT DELIMITED BY SIZE
                           INTO AUDIT-EVENT-TEXT
                   END-STRING
           ELSE
                   STRING
                           'END|RC=' DELIMITED BY SIZE
                           STEP-EXIT-CODE DELIMITED BY SIZE
                           '|RESULT=FAILED|TIME=' DELIMITED BY SIZE
                           RUN-TIME-TEXT DELIMITED BY SIZE
                           INTO AUDIT-EVENT-TEXT
                   END-STRING
           END-IF
           PERFORM WRITE-AUDIT-STREAM-LINE

           DISPLAY "NORDAC12: STEP " FUNCTION TRIM(STEP-ID(STEP-IDX))
                   " ENDED RC " STEP-EXIT-CODE
           IF NOT STEP-RC-IS-ACCEPTED
                   DISPLAY "NORDAC12: RC " STEP-EXIT-CODE
                           " NOT ACCEPTED FOR STEP "
                           FUNCTION TRIM(STEP-ID(STEP-IDX))
           END-IF

           PERFORM WRITE-STREAM-STATE
           EXIT
           .

       CHECK-ACCEPTED-RETURN-CODE.
           MOVE 'N' TO STEP-RC-ACCEPTED
           PERFORM CHECK-ONE-ACCEPTED-CODE
                   VARYING DEF-ACCEPT-IDX FROM 1 BY 1
                   UNTIL DEF-ACCEPT-IDX > STEP-ACCEPT-COUNT(STEP-IDX)
                       OR STEP-RC-IS-ACCEPTED
           EXIT
           .

       CHECK-ONE-ACCEPTED-CODE.
           IF STEP-ACCEPT-RC(STEP-IDX, DEF-ACCEPT-IDX)
                   EQUAL STEP-EXIT-CODE
                   MOVE 'Y' TO STEP-RC-ACCEPTED
           END-IF
           EXIT
           .

      *****************
      * The step programs take their parameters from the
      * environment, which a child inherits from this driver. The
      * stream-wide ones are exported once; a step's own ones are
      * exported just before it and put back right after to what
      * the environment held before (a stream-wide value, the
      * operator's own setting or nothing), so nothing one step
      * was given leaks into the next and nothing it overrode is
      * lost for the steps after it.
      *****************
       EXPORT-STEP-PARAMETERS.
           MOVE 'N' TO STEP-PARM-CLEAR-FLAG
           PERFORM SET-ONE-STEP-PARAMETER
                   VARYING STEP-PARM-IDX FROM 1 BY 1
                   UNTIL STEP-PARM-IDX > STEP-PARM-COUNT
           EXIT
           .

      *****************
      * Restored last-set first, so a name a step sets twice ends
      * on the value saved ahead of its first setting.
      *****************
       CLEAR-STEP-PARAMETERS.
           MOVE 'Y' TO STEP-PARM-CLEAR-FLAG
           PERFORM CLEAR-ONE-STEP-PARAMETER
                   VARYING STEP-PARM-BACK FROM STEP-PARM-COUNT BY -1
                   UNTIL STEP-PARM-BACK < 1
           EXIT
           .

       CLEAR-ONE-STEP-PARAMETER.
           SET STEP-PARM-IDX TO STEP-PARM-BACK
           PERFORM SET-ONE-STEP-PARAMETER
           EXIT
           .

       SET-ONE-STEP-PARAMETER.
           IF STEP-PARM-STEP-NO(STEP-PARM-IDX)
                   NOT EQUAL STEP-PARM-OWNER
                   EXIT PARAGRAPH
           END-IF
           IF STEP-PARM-IS-CLEAR
                   SET ENVIRONMENT STEP-PARM-NAME(STEP-PARM-IDX)
                           TO STEP-PARM-SAVED-VALUE(STEP-PARM-IDX)
           ELSE
                   MOVE SPACES TO STEP-PARM-SAVED-VALUE(STEP-PARM-IDX)
                   ACCEPT STEP-PARM-SAVED-VALUE(STEP-PARM-IDX)
                           FROM ENVIRONMENT
                           STEP-PARM-NAME(STEP-PARM-IDX)
                   SET ENVIRONMENT STEP-PARM-NAME(STEP-PARM-IDX)
                           TO STEP-PARM-VALUE(STEP-PARM-IDX)
           END-IF
           EXIT
           .

      *****************
      * Rewritten in full after every step (temp file + rename, as
      * NORDAC01 does for its checkpoint), so an abend of the
      * driver itself still leaves the last finished step on
      * record.
      *****************
       WRITE-STREAM-STATE.
           MOVE STREAM-STATE-FILENAME TO STREAM-STATE-TARGET-FILENAME
           MOVE SPACES TO STREAM-STATE-TEMP-FILENAME
           STRING
                   FUNCTION TRIM(STREAM-STATE-TARGET-FILENAME)
                           DELIMITED BY SIZE
                   '.TMP' DELIMITED BY SIZE
                   INTO STREAM-STATE-TEMP-FILENAME
           END-STRING
           MOVE STREAM-STATE-TEMP-FILENAME TO STREAM-STATE-FILENAME
           OPEN OUTPUT STREAM-STATE-FILE
           IF STREAM-STATE-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: STREAM STATE NOT WRITTEN, "
                           "STATUS " STREAM-STATE-STATUS
                   MOVE STREAM-STATE-TARGET-FILENAME
                           TO STREAM-STATE-FILENAME
                   EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ONE-STATE-LINE
                   VARYING STEP-SHOW-IDX FROM 1 BY 1
                   UNTIL STEP-SHOW-IDX > STEP-COUNT

           CLOSE STREAM-STATE-FILE
           CALL "CBL_RENAME_FILE" USING
                   STREAM-STATE-TEMP-FILENAME
                   STREAM-STATE-TARGET-FILENAME
                   RETURNING STREAM-STATE-RENAME-STATUS
           END-CALL
           MOVE STREAM-STATE-TARGET-FILENAME TO STREAM-STATE-FILENAME
           EXIT
           .

       WRITE-ONE-STATE-LINE.
           IF STEP-NOT-DECIDED(STEP-SHOW-IDX)
                   EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO STREAM-STATE-DATA
           IF STEP-HAS-FAILED(STEP-SHOW-IDX)
                   MOVE 'F' TO STATE-RESULT-TEXT
           ELSE
                   MOVE 'C' TO STATE-RESULT-TEXT
           END-IF
           STRING
                   STREAM-ID DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(STEP-ID(STEP-SHOW-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   STATE-RESULT-TEXT DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   STEP-RC(STEP-SHOW-IDX) DELIMITED BY SIZE
                   INTO STREAM-STATE-DATA
           END-STRING
           WRITE STREAM-STATE-REC
           EXIT
           .

      *****************
      * A completed stream leaves nothing to resume: the state is
      * emptied so tomorrow night mints a new stream id.
      *****************
       CLEAR-STREAM-STATE.
           OPEN OUTPUT STREAM-STATE-FILE
           IF STREAM-STATE-STATUS EQUAL 00
                   CLOSE STREAM-STATE-FILE
           ELSE
                   DISPLAY "WARNING: STREAM STATE NOT CLEARED, "
                           "STATUS " STREAM-STATE-STATUS
           END-IF
           EXIT
           .

      *****************
      * Opened and closed around every line: the step programs
      * append their own lines to the same log in between.
      *****************
       WRITE-AUDIT-STREAM-LINE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT EQUAL 00
                   OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: AUDIT LOG NOT AVAILABLE, "
                           "STATUS " AUDIT-STATUS
                   EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AUDIT-REC-DATA
           IF AUDIT-STEP-TEXT EQUAL 'STREAM'
                   AND AUDIT-EVENT-TEXT(1:3) EQUAL 'END'
                   STRING
                           'J' DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           STREAM-ID DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FUNCTION TRIM(AUDIT-STEP-TEXT)
                                   DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FUNCTION TRIM(AUDIT-EVENT-TEXT)
                                   DELIMITED BY SIZE
                           '|RUN=' DELIMITED BY SIZE
                           AUDIT-COUNT-TEXT-1 DELIMITED BY SIZE
                           '|SKIPPED=' DELIMITED BY SIZE
                           AUDIT-COUNT-TEXT-2 DELIMITED BY SIZE
                           '|NOTRUN=' DELIMITED BY SIZE
                           AUDIT-COUNT-TEXT-3 DELIMITED BY SIZE
                           INTO AUDIT-REC-DATA
                   END-STRING
           ELSE
                   STRING
                           'J' DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           STREAM-ID DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FUNCTION TRIM(AUDIT-STEP-TEXT)
                                   DELIMITED BY SIZE
                           '|' DELIMITED BY SIZE
                           FUNCTION TRIM(AUDIT-EVENT-TEXT)
                                   DELIMITED BY SIZE
                           INTO AUDIT-REC-DATA
                   END-STRING
           END-IF
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
           EXIT
           .

      *****************
      * The one page the night operator reads: every step with
      * what happened to it, and the stream's verdict.
      *****************
       WRITE-STATUS-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: REPORT FILE NOT AVAILABLE, "
                           "STATUS " REPORT-STATUS
           END-IF
           MOVE 0 TO REPORT-PAGE-NUMBER
           MOVE REPORT-LINES-PER-PAGE TO REPORT-LINE-COUNT

           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   'STREAM DEFINITION : ' DELIMITED BY SIZE
                   FUNCTION TRIM(STREAM-DEF-FILENAME) DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           MOVE SPACES TO REPORT-LINE-WORK
           IF STREAM-IS-RESTART
                   STRING
                           'STREAM ID         : ' DELIMITED BY SIZE
                           STREAM-ID DELIMITED BY SIZE
                           ' (RESUMED)' DELIMITED BY SIZE
                           INTO REPORT-LINE-WORK
                   END-STRING
           ELSE
                   STRING
                           'STREAM ID         : ' DELIMITED BY SIZE
                           STREAM-ID DELIMITED BY SIZE
                           INTO REPORT-LINE-WORK
                   END-STRING
           END-IF
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE

           MOVE 'STEPS:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           PERFORM SHOW-STEP-LINE
                   VARYING STEP-SHOW-IDX FROM 1 BY 1
                   UNTIL STEP-SHOW-IDX > STEP-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE 'STEPS DEFINED' TO RPT-COUNT-LABEL
           MOVE STEP-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'STEPS RUN' TO RPT-COUNT-LABEL
           MOVE STEPS-RUN-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'STEPS SKIPPED (DONE EARLIER)' TO RPT-COUNT-LABEL
           MOVE STEPS-SKIPPED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'STEPS FAILED' TO RPT-COUNT-LABEL
           MOVE STEPS-FAILED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'STEPS NOT RUN' TO RPT-COUNT-LABEL
           MOVE STEPS-NOT-RUN-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           IF STREAM-IS-STOPPED
                   MOVE '*** STREAM STOPPED - CORRECT THE FAILED STEP '
                           TO REPORT-LINE-WORK
                   MOVE 'AND RERUN TO RESUME ***'
                           TO REPORT-LINE-WORK(46:)
           ELSE
                   MOVE 'STREAM COMPLETE' TO REPORT-LINE-WORK
           END-IF
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           EXIT
           .

       SHOW-STEP-LINE.
           MOVE SPACES TO REPORT-STEP-LINE
           MOVE STEP-ID(STEP-SHOW-IDX) TO RPT-STEP-ID
           MOVE STEP-PROGRAM(STEP-SHOW-IDX) TO RPT-STEP-PROGRAM
           MOVE STEP-START-TIME(STEP-SHOW-IDX) TO RPT-STEP-START
           MOVE STEP-END-TIME(STEP-SHOW-IDX) TO RPT-STEP-END
           EVALUATE TRUE
                   WHEN STEP-COMPLETED-NOW(STEP-SHOW-IDX)
                           MOVE 'COMPLETED' TO RPT-STEP-RESULT
                           MOVE 'RC ' TO RPT-STEP-RC-LABEL
                           MOVE STEP-RC(STEP-SHOW-IDX) TO RPT-STEP-RC
                   WHEN STEP-COMPLETED-EARLIER(STEP-SHOW-IDX)
                           MOVE 'SKIPPED - DONE EARLIER'
                                   TO RPT-STEP-RESULT
                           MOVE 'RC ' TO RPT-STEP-RC-LABEL
                           MOVE STEP-RC(STEP-SHOW-IDX) TO RPT-STEP-RC
                   WHEN STEP-HAS-FAILED(STEP-SHOW-IDX)
                           MOVE '*** FAILED ***' TO RPT-STEP-RESULT
                           MOVE 'RC ' TO RPT-STEP-RC-LABEL
                           MOVE STEP-RC(STEP-SHOW-IDX) TO RPT-STEP-RC
                   WHEN OTHER
                           MOVE 'NOT RUN' TO RPT-STEP-RESULT
                           ADD 1 TO STEPS-NOT-RUN-COUNT
           END-EVALUATE
           MOVE REPORT-STEP-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       NEW-REPORT-PAGE.
           ADD 1 TO REPORT-PAGE-NUMBER
           MOVE STREAM-ID TO RPT-HEAD-RUN-ID
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
