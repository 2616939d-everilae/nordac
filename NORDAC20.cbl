|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORDAC20.

      *****************
      * One-off conversion of the history master and every NORDAC08
      * archive year to the NORDHIST layout with HIST-MAINTENANCE.
      *
      * HIST-MAINTENANCE was added at the end of HIST-REC, so a
      * master or archive written before then has the shorter
      * record and none of the programs sharing NORDHIST can open
      * it. This program reads each such file through the old
      * layout (OLD-HISTORY-REC below, kept here and nowhere else)
      * and copies every record, key order and fields unchanged,
      * into the new layout with HIST-MAINTENANCE set to spaces -
      * which is what NORDAC01 writes on an ordinary row, except
      * that HIST-BOOKED-RUN stays blank too: which run booked an
      * old row was never recorded, so NORDAC15 proves these rows
      * per account against every run's audit lines instead.
      *
      * Run it once, after the new programs are installed and
      * before any of them runs against the history. Each file is
      * copied to a .NEW file next to it and read back; a file
      * proves when records read = records written = records on
      * the new file and the amounts read agree with the amounts
      * on the new file. Only when every file proves are the new
      * files renamed over the old ones; otherwise every old file
      * is left untouched and the run fails loudly, as NORDAC08
      * does.
      *
      * A file that will not open in the old layout because its
      * records already have the new length (status 39) has been
      * converted before and is listed and left alone, so a rerun
      * after a failed rename picks up only what is still to do.
      *
      *   HISTORYFILE      - the live history master (required)
      *   NORDARCHPREFIX   - archive name prefix, NORDHIST. when not
      *                      set (as NORDAC08)
      *   NORDARCHFROMYEAR - first archive year looked for, 2000
      *                      when not set; every year from there to
      *                      this year is converted if it exists
      *   NORDCONVRPT      - report, NORDAC20.RPT when not set
      *
      * RC 0 everything proved and installed (or nothing left to
      * convert), 12 a parameter or input file problem, 16 a
      * proof, write or rename failure or a table overflow.
      *****************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HISTORY-FILE
                   ASSIGN TO PASS-OLD-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS OLDH-KEY
                   FILE STATUS IS OLD-HISTORY-STATUS.

           SELECT NEW-HISTORY-FILE
                   ASSIGN TO PASS-NEW-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NEWH-KEY
                   FILE STATUS IS NEW-HISTORY-STATUS.

           SELECT REPORT-FILE
                   ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *****************
      * HIST-REC as it was before HIST-MAINTENANCE was added.
      *****************
       FD  OLD-HISTORY-FILE.
       01  OLD-HISTORY-REC.
               05  OLDH-KEY.
                       10  OLDH-ACCOUNT-ID PIC X(24).
                       10  OLDH-DATE PIC 9(8).
                       10  OLDH-SEQ PIC 9(6).
               05  OLDH-RECORD-DATE PIC X(10).
               05  OLDH-VALUE-DATE PIC X(10).
               05  OLDH-PAYMENT-DATE PIC X(10).
               05  OLDH-AMOUNT PIC S9(9)V99 USAGE COMP-3.
               05  OLDH-RECIPIENT-AND-PAYER PIC X(64).
               05  OLDH-ACCOUNT-NUMBER PIC X(24).
               05  OLDH-BIC-NUMBER PIC X(11).
               05  OLDH-TRANSACTION PIC X(24).
               05  OLDH-REFERENCE-NUMBER PIC X(32).
               05  OLDH-PAYER-REFERENCE PIC X(32).
               05  OLDH-MSG PIC X(64).
               05  OLDH-CARD-NUMBER PIC X(16).
               05  OLDH-RECEIPT PIC X(1).
               05  OLDH-CURRENCY PIC X(3).

       FD  NEW-HISTORY-FILE.
       COPY NORDHIST REPLACING LEADING ==HIST== BY ==NEWH==.

       FD  REPORT-FILE.
       01  REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01  OLD-HISTORY-STATUS PIC 99.
       01  NEW-HISTORY-STATUS PIC 99.
       01  HISTORY-FILENAME PIC X(256).
       01  ARCHIVE-FILENAME PIC X(256).
       01  ARCHIVE-PREFIX PIC X(240).
       01  REPORT-STATUS PIC 99.
       01  REPORT-FILENAME PIC X(256).

      *****************
      * The file in hand and the .NEW copy built next to it; every
      * pass assigns its old/new pair here.
      *****************
       01  PASS-OLD-FILENAME PIC X(256).
       01  PASS-NEW-FILENAME PIC X(256).
       01  PASS-RENAME-STATUS PIC S9(9) USAGE COMP-5.

       01  RUN-AUDIT-CONTROL.
               05  RUN-ID PIC X(17).
               05  RUN-DATE-TEXT PIC X(8).
               05  RUN-TIME-TEXT PIC X(8).

       01  ARCHIVE-CONTROL.
               05  ARCHIVE-FROM-YEAR-TEXT PIC X(4).
               05  ARCHIVE-FROM-YEAR PIC 9(4).
               05  ARCHIVE-TO-YEAR PIC 9(4).
               05  ARCHIVE-YEAR PIC 9(4).
               05  ARCHIVE-YEAR-TEXT PIC 9(4).

       01  READ-CONTROL.
               05  HISTORY-EOF PIC X(1) VALUE 'N'.
                       88  HISTORY-AT-EOF VALUE 'Y'.

      *****************
      * One entry per file met: the live master and each archive
      * year found, converted or already in the new layout.
      *****************
       01  PASS-TABLE.
               05  PASS-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  PASS-ENTRY OCCURS 110 TIMES
                           INDEXED BY PASS-IDX
                                      PASS-SHOW-IDX.
                       10  PASS-KIND PIC X(1).
                               88  PASS-IS-HISTORY VALUE 'H'.
                               88  PASS-IS-ARCHIVE VALUE 'A'.
                       10  PASS-STATE PIC X(1).
                               88  PASS-IS-CONVERTED VALUE 'C'.
                               88  PASS-WAS-ALREADY-NEW VALUE 'D'.
                       10  PASS-FILENAME PIC X(256).
                       10  PASS-NEW-NAME PIC X(256).
                       10  PASS-READ-COUNT PIC 9(8) USAGE COMP.
                       10  PASS-WRITTEN-COUNT PIC 9(8) USAGE COMP.
                       10  PASS-RECOUNT-COUNT PIC 9(8) USAGE COMP.
                       10  PASS-AMOUNT-READ PIC S9(13)V99
                                   USAGE COMP-3.
                       10  PASS-AMOUNT-RECOUNT PIC S9(13)V99
                                   USAGE COMP-3.
                       10  PASS-PROOF PIC X(1).
                               88  PASS-HAS-PROVED VALUE 'P'.
                       10  PASS-INSTALLED PIC X(1).
                               88  PASS-WAS-INSTALLED VALUE 'Y'.

       77  PASS-LIMIT PIC 9(4) USAGE COMP VALUE 110.

       01  NEW-PASS-KIND PIC X(1).

       01  RUN-COUNTERS.
               05  RECORDS-READ-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  FILES-CONVERTED-COUNT PIC 9(4) USAGE COMP
                           VALUE 0.
               05  PROOF-RESULT PIC X(1) VALUE 'P'.

       01  REPORT-CONTROL.
               05  REPORT-PAGE-NUMBER PIC 9(4) USAGE COMP VALUE 0.
               05  REPORT-LINE-COUNT PIC 9(2) USAGE COMP VALUE 0.

       77  REPORT-LINES-PER-PAGE PIC 9(2) USAGE COMP VALUE 60.

       01  REPORT-LINE-WORK PIC X(132).

       01  REPORT-HEADING-LINE.
               05  FILLER PIC X(10) VALUE 'NORDAC20'.
               05  FILLER PIC X(36)
                           VALUE 'HISTORY LAYOUT CONVERSION'.
               05  FILLER PIC X(4) VALUE 'RUN '.
               05  RPT-HEAD-RUN-ID PIC X(17).
               05  FILLER PIC X(52) VALUE SPACES.
               05  FILLER PIC X(5) VALUE 'PAGE '.
               05  RPT-HEAD-PAGE PIC ZZZ9.
               05  FILLER PIC X(4) VALUE SPACES.

       01  REPORT-COUNT-LINE.
               05  RPT-COUNT-INDENT PIC X(2).
               05  RPT-COUNT-LABEL PIC X(30).
               05  RPT-COUNT-VALUE PIC Z(7)9.
               05  FILLER PIC X(92) VALUE SPACES.

|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN

           PERFORM CONVERT-ONE-ARCHIVE-YEAR
                   VARYING ARCHIVE-YEAR FROM ARCHIVE-FROM-YEAR BY 1
                   UNTIL ARCHIVE-YEAR > ARCHIVE-TO-YEAR
           PERFORM CONVERT-HISTORY-MASTER

           PERFORM PROVE-ONE-PASS
                   VARYING PASS-IDX FROM 1 BY 1
                   UNTIL PASS-IDX > PASS-COUNT
           IF PROOF-RESULT EQUAL 'P'
                   PERFORM INSTALL-ONE-PASS
                           VARYING PASS-IDX FROM 1 BY 1
                           UNTIL PASS-IDX > PASS-COUNT
           ELSE
                   DISPLAY "NORDAC20: COUNTS DO NOT PROVE - "
                           "OLD FILES LEFT UNTOUCHED"
                   MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM WRITE-CONVERSION-REPORT

           DISPLAY "NORDAC20: FILES CONVERTED      "
                   FILES-CONVERTED-COUNT
           DISPLAY "NORDAC20: HISTORY RECORDS READ "
                   RECORDS-READ-COUNT
           DISPLAY "NORDAC20: REPORT WRITTEN TO "
                   FUNCTION TRIM(REPORT-FILENAME)
           STOP RUN
           .

       INITIALIZE-RUN.
           ACCEPT HISTORY-FILENAME FROM ENVIRONMENT 'HISTORYFILE'
           ACCEPT ARCHIVE-PREFIX FROM ENVIRONMENT 'NORDARCHPREFIX'
           ACCEPT ARCHIVE-FROM-YEAR-TEXT
                   FROM ENVIRONMENT 'NORDARCHFROMYEAR'
           ACCEPT REPORT-FILENAME FROM ENVIRONMENT 'NORDCONVRPT'

           IF HISTORY-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC20: HISTORYFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF ARCHIVE-FROM-YEAR-TEXT EQUAL SPACES
                   MOVE '2000' TO ARCHIVE-FROM-YEAR-TEXT
           END-IF
           IF ARCHIVE-FROM-YEAR-TEXT IS NOT NUMERIC
                   DISPLAY "NORDAC20: NORDARCHFROMYEAR MUST BE A "
                           "YYYY YEAR"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           MOVE ARCHIVE-FROM-YEAR-TEXT TO ARCHIVE-FROM-YEAR
           IF ARCHIVE-PREFIX EQUAL SPACES
                   MOVE 'NORDHIST.' TO ARCHIVE-PREFIX
           END-IF
           IF REPORT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC20.RPT' TO REPORT-FILENAME
           END-IF

           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           STRING
                   'R' DELIMITED BY SIZE
                   RUN-DATE-TEXT DELIMITED BY SIZE
                   RUN-TIME-TEXT DELIMITED BY SIZE
                   INTO RUN-ID
           END-STRING
           MOVE RUN-DATE-TEXT(1:4) TO ARCHIVE-TO-YEAR
           EXIT
           .

      *****************
      * A year with no archive file is simply a year NORDAC08
      * never archived.
      *****************
       CONVERT-ONE-ARCHIVE-YEAR.
           MOVE ARCHIVE-YEAR TO ARCHIVE-YEAR-TEXT
           MOVE SPACES TO ARCHIVE-FILENAME
           STRING
                   FUNCTION TRIM(ARCHIVE-PREFIX) DELIMITED BY SIZE
                   ARCHIVE-YEAR-TEXT DELIMITED BY SIZE
                   INTO ARCHIVE-FILENAME
           END-STRING
           IF ARCHIVE-FILENAME EQUAL HISTORY-FILENAME
                   EXIT PARAGRAPH
           END-IF

           MOVE ARCHIVE-FILENAME TO PASS-OLD-FILENAME
           OPEN INPUT OLD-HISTORY-FILE
           IF OLD-HISTORY-STATUS EQUAL 39
                   MOVE 'A' TO NEW-PASS-KIND
                   PERFORM ADD-PASS-ENTRY
                   MOVE 'D' TO PASS-STATE(PASS-IDX)
                   EXIT PARAGRAPH
           END-IF
           IF OLD-HISTORY-STATUS NOT EQUAL 00
                   EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO NEW-PASS-KIND
           PERFORM ADD-PASS-ENTRY
           PERFORM COPY-HISTORY-PASS
           EXIT
           .

       CONVERT-HISTORY-MASTER.
           MOVE HISTORY-FILENAME TO PASS-OLD-FILENAME
           OPEN INPUT OLD-HISTORY-FILE
           IF OLD-HISTORY-STATUS EQUAL 39
                   MOVE 'H' TO NEW-PASS-KIND
                   PERFORM ADD-PASS-ENTRY
                   MOVE 'D' TO PASS-STATE(PASS-IDX)
                   EXIT PARAGRAPH
           END-IF
           IF OLD-HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC20: CANNOT OPEN HISTORY MASTER, "
                           "STATUS " OLD-HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           MOVE 'H' TO NEW-PASS-KIND
           PERFORM ADD-PASS-ENTRY
           PERFORM COPY-HISTORY-PASS
           EXIT
           .

      *****************
      * PASS-OLD-FILENAME names the file in hand; its copy is
      * built as the same name plus .NEW.
      *****************
       ADD-PASS-ENTRY.
           IF PASS-COUNT NOT < PASS-LIMIT
                   DISPLAY "ERROR: FILE PASS TABLE FULL - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           ADD 1 TO PASS-COUNT
           SET PASS-IDX TO PASS-COUNT
           MOVE SPACES TO PASS-NEW-FILENAME
           STRING
                   FUNCTION TRIM(PASS-OLD-FILENAME)
                           DELIMITED BY SIZE
                   '.NEW' DELIMITED BY SIZE
                   INTO PASS-NEW-FILENAME
           END-STRING
           MOVE NEW-PASS-KIND TO PASS-KIND(PASS-IDX)
           MOVE 'C' TO PASS-STATE(PASS-IDX)
           MOVE PASS-OLD-FILENAME TO PASS-FILENAME(PASS-IDX)
           MOVE PASS-NEW-FILENAME TO PASS-NEW-NAME(PASS-IDX)
           MOVE 0 TO PASS-READ-COUNT(PASS-IDX)
           MOVE 0 TO PASS-WRITTEN-COUNT(PASS-IDX)
           MOVE 0 TO PASS-RECOUNT-COUNT(PASS-IDX)
           MOVE 0 TO PASS-AMOUNT-READ(PASS-IDX)
           MOVE 0 TO PASS-AMOUNT-RECOUNT(PASS-IDX)
           MOVE '-' TO PASS-PROOF(PASS-IDX)
           MOVE 'N' TO PASS-INSTALLED(PASS-IDX)
           EXIT
           .

      *****************
      * OLD-HISTORY-FILE is open on entry. Every record is copied
      * in key order into the new layout, and the copy is then
      * read back for the proof.
      *****************
       COPY-HISTORY-PASS.
           OPEN OUTPUT NEW-HISTORY-FILE
           IF NEW-HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC20: CANNOT CREATE "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           ", STATUS " NEW-HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           MOVE 'N' TO HISTORY-EOF
           PERFORM FOREVER
                   PERFORM READ-NEXT-OLD-HISTORY
                   IF HISTORY-AT-EOF
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO PASS-READ-COUNT(PASS-IDX)
                   ADD 1 TO RECORDS-READ-COUNT
                   ADD OLDH-AMOUNT TO PASS-AMOUNT-READ(PASS-IDX)
                   PERFORM WRITE-NEW-HISTORY-RECORD
           END-PERFORM
           CLOSE OLD-HISTORY-FILE
           CLOSE NEW-HISTORY-FILE

           OPEN INPUT NEW-HISTORY-FILE
           IF NEW-HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC20: CANNOT REOPEN "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           ", STATUS " NEW-HISTORY-STATUS
                   EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO HISTORY-EOF
           PERFORM FOREVER
                   PERFORM READ-NEXT-NEW-HISTORY
                   IF HISTORY-AT-EOF
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO PASS-RECOUNT-COUNT(PASS-IDX)
                   ADD NEWH-AMOUNT TO PASS-AMOUNT-RECOUNT(PASS-IDX)
           END-PERFORM
           CLOSE NEW-HISTORY-FILE
           EXIT
           .

       READ-NEXT-OLD-HISTORY.
           READ OLD-HISTORY-FILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO HISTORY-EOF
           END-READ
           IF OLD-HISTORY-STATUS NOT EQUAL 00
                   MOVE 'Y' TO HISTORY-EOF
           END-IF
           EXIT
           .

       READ-NEXT-NEW-HISTORY.
           READ NEW-HISTORY-FILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO HISTORY-EOF
           END-READ
           IF NEW-HISTORY-STATUS NOT EQUAL 00
                   MOVE 'Y' TO HISTORY-EOF
           END-IF
           EXIT
           .

      *****************
      * The old record is the front of the new one, field for
      * field; the maintenance group behind it starts blank.
      *****************
       WRITE-NEW-HISTORY-RECORD.
           MOVE OLD-HISTORY-REC TO NEWH-REC
           MOVE SPACES TO NEWH-MAINTENANCE
           WRITE NEWH-REC
           IF NEW-HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC20: WRITE TO "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           " FAILED, STATUS " NEW-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           ADD 1 TO PASS-WRITTEN-COUNT(PASS-IDX)
           EXIT
           .

       PROVE-ONE-PASS.
           IF PASS-WAS-ALREADY-NEW(PASS-IDX)
                   EXIT PARAGRAPH
           END-IF
           IF PASS-READ-COUNT(PASS-IDX)
                           EQUAL PASS-WRITTEN-COUNT(PASS-IDX)
                   AND PASS-WRITTEN-COUNT(PASS-IDX)
                           EQUAL PASS-RECOUNT-COUNT(PASS-IDX)
                   AND PASS-AMOUNT-READ(PASS-IDX)
                           EQUAL PASS-AMOUNT-RECOUNT(PASS-IDX)
                   MOVE 'P' TO PASS-PROOF(PASS-IDX)
           ELSE
                   MOVE 'F' TO PASS-PROOF(PASS-IDX)
                   MOVE 'F' TO PROOF-RESULT
           END-IF
           EXIT
           .

       INSTALL-ONE-PASS.
           IF PASS-WAS-ALREADY-NEW(PASS-IDX)
                   EXIT PARAGRAPH
           END-IF
           MOVE PASS-NEW-NAME(PASS-IDX) TO PASS-NEW-FILENAME
           MOVE PASS-FILENAME(PASS-IDX) TO PASS-OLD-FILENAME
           CALL "CBL_RENAME_FILE" USING
                   PASS-NEW-FILENAME
                   PASS-OLD-FILENAME
                   RETURNING PASS-RENAME-STATUS
           END-CALL
           IF PASS-RENAME-STATUS NOT EQUAL 0
                   DISPLAY "NORDAC20: RENAME OF "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           " FAILED"
                   MOVE 16 TO RETURN-CODE
           ELSE
                   MOVE 'Y' TO PASS-INSTALLED(PASS-IDX)
                   ADD 1 TO FILES-CONVERTED-COUNT
           END-IF
           EXIT
           .

       WRITE-CONVERSION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: REPORT FILE NOT AVAILABLE, "
                           "STATUS " REPORT-STATUS
           END-IF
           MOVE 0 TO REPORT-PAGE-NUMBER
           MOVE REPORT-LINES-PER-PAGE TO REPORT-LINE-COUNT

           MOVE 'HISTORY FILES CONVERTED TO THE MAINTENANCE LAYOUT:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE

           PERFORM SHOW-PASS-SECTION
                   VARYING PASS-SHOW-IDX FROM 1 BY 1
                   UNTIL PASS-SHOW-IDX > PASS-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE 'HISTORY RECORDS READ' TO RPT-COUNT-LABEL
           MOVE RECORDS-READ-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'FILES CONVERTED' TO RPT-COUNT-LABEL
           MOVE FILES-CONVERTED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           IF PROOF-RESULT EQUAL 'P'
                   MOVE 'ALL FILES PROVED : NEW FILES INSTALLED'
                           TO REPORT-LINE-WORK
           ELSE
                   MOVE '*** NOT ALL FILES PROVED : OLD FILES LEFT '
                           & 'UNTOUCHED ***'
                           TO REPORT-LINE-WORK
           END-IF
           PERFORM WRITE-REPORT-LINE

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           EXIT
           .

       SHOW-PASS-SECTION.
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-LINE-WORK
           EVALUATE TRUE
                   WHEN PASS-IS-HISTORY(PASS-SHOW-IDX)
                           MOVE 'HISTORY MASTER ' TO REPORT-LINE-WORK
                   WHEN PASS-IS-ARCHIVE(PASS-SHOW-IDX)
                           MOVE 'ARCHIVE ' TO REPORT-LINE-WORK
           END-EVALUATE
           MOVE PASS-FILENAME(PASS-SHOW-IDX)
                   TO REPORT-LINE-WORK(21:112)
           PERFORM WRITE-REPORT-LINE

           IF PASS-WAS-ALREADY-NEW(PASS-SHOW-IDX)
                   MOVE '  ALREADY IN THE NEW LAYOUT - LEFT AS IT IS'
                           TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE 'RECORDS READ' TO RPT-COUNT-LABEL
           MOVE PASS-READ-COUNT(PASS-SHOW-IDX) TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RECORDS WRITTEN' TO RPT-COUNT-LABEL
           MOVE PASS-WRITTEN-COUNT(PASS-SHOW-IDX) TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RECORDS ON NEW FILE' TO RPT-COUNT-LABEL
           MOVE PASS-RECOUNT-COUNT(PASS-SHOW-IDX) TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT

           IF PASS-HAS-PROVED(PASS-SHOW-IDX)
                   MOVE '  READ = WRITTEN = ON NEW FILE : PROVED'
                           TO REPORT-LINE-WORK
           ELSE
                   MOVE '  *** READ, WRITTEN, NEW FILE OR AMOUNTS '
                           & 'DISAGREE : FAILED ***'
                           TO REPORT-LINE-WORK
           END-IF
           PERFORM WRITE-REPORT-LINE
           IF PASS-WAS-INSTALLED(PASS-SHOW-IDX)
                   MOVE '  NEW FILE INSTALLED' TO REPORT-LINE-WORK
           ELSE
                   MOVE '  OLD FILE LEFT UNTOUCHED'
                           TO REPORT-LINE-WORK
           END-IF
           PERFORM WRITE-REPORT-LINE
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
