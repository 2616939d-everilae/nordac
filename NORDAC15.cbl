|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORDAC15.

      *****************
      * Integrity verifier for the stores the NORDAC suite keeps
      * between runs: the history master (NORDHIST) and the per-
      * year archives NORDAC08 splits off it, the balance ledger,
      * NORDAC01's processed-transaction register and the S/A/R
      * lines in the audit log. Each is written by its own step
      * and nothing else ever proves they still agree; this
      * program does, and says so in a pass/fail report and its
      * return code.
      *
      *   - HIST-SEQ runs 1, 2, 3... within an account and day.
      *     A hole means records went missing; a key found both on
      *     the live master and in an archive (a housekeeping run
      *     that archived but never installed its new master) is a
      *     repeat, and so is an archive record filed under the
      *     wrong year.
      *   - Every history record must have its processed-register
      *     entry and every register entry its history record.
      *     The register key is rebuilt from the history fields
      *     exactly as NORDAC01 builds it from the statement row.
      *   - History plus archives must carry what the audit log
      *     says each run booked. NORDAC01 stamps every record with
      *     the run it was booked under (HIST-BOOKED-RUN) and names
      *     that run on its S line (BOOKED= - its own id, or on a
      *     restart the id of the run that began the work). For
      *     every completed run, the records booked under that id
      *     must add up to the run's A lines: CREDIT= plus
      *     TRANSFERIN= plus PRIORADJIN= (rows diverted past a
      *     closed period still reach history), and the same for
      *     DEBIT=, TRANSFEROUT= and PRIORADJOUT=. Both sides are
      *     in each account's own currency, so converted runs are
      *     proved too. Records booked under a run that no completed
      *     run accounts for are a finding - or only a warning while
      *     that run has abended and waits for its restart. A run
      *     whose S line says BOOKED=NONE kept no history.
      *   - Records from before the booking run was carried (blank,
      *     as NORDAC20 converts them) are proved per account
      *     against the A lines of every completed run that names no
      *     BOOKED= run. Those A lines never carried the rows their
      *     run diverted past a closed period; an account that had
      *     such rows differs by exactly their amount.
      *   - Every R trailer must equal the sum of its run's A lines
      *     (accounts, records, and - for runs without a RATEFILE,
      *     where both sides are in the same currency - credit,
      *     debit and transfers), so a lost A line is caught. A run
      *     with A lines but no R line abended; its restart carries
      *     the same rows, so it is left out and only counted.
      *   - The balance ledger only ever holds each account's last
      *     closing balance, so this program keeps its own copy of
      *     the closings it last proved (NORDVERIFYBAL). The step
      *     from that closing to the ledger's current one must
      *     equal the movements history holds for the dates in
      *     between. A proved step moves the anchor forward; a
      *     failed one keeps it, so the finding repeats until
      *     someone has looked at it. Once they have, a line
      *     ACCOUNT|DIFFERENCE in NORDVERIFYACCEPT whose difference
      *     is exactly the step's accepts the step: it is reported
      *     as a warning and the anchor moves on. That is the way
      *     out for rows NORDAC01 rejected or block-listed (BL/RC),
      *     which moved the bank but never reached history. An
      *     account the anchor file does not know yet is taken as
      *     it stands.
      *
      *   HISTORYFILE       - the live history master (required)
      *   NORDARCHPREFIX    - archive name prefix, NORDHIST. when
      *                       not set (as NORDAC08)
      *   NORDARCHFROMYEAR  - first archive year looked for, 2000
      *                       when not set; every year from there
      *                       to this one is opened if it exists
      *   BALLEDGERFILE     - NORDAC01's balance ledger; the step
      *                       check is skipped when not set
      *   NORDVERIFYBAL     - last proved closings, NORDAC15.BAL
      *                       when not set; same layout as the
      *                       ledger, rewritten every run
      *   NORDVERIFYACCEPT  - accepted step differences, one
      *                       ACCOUNT|DIFFERENCE per line, the
      *                       amount written as in the ledger,
      *                       NORDAC15.ACC when not set; a missing
      *                       file accepts nothing. A line only
      *                       fits the step it was written for -
      *                       the next step starts from the moved
      *                       anchor.
      *   REGISTERFILE      - NORDAC01's processed register; the
      *                       register check is skipped when not
      *                       set
      *   NORDAUDIT         - audit log, NORDAC01.AUD when not set
      *   NORDVERIFYRPT     - report, NORDAC15.RPT when not set
      *
      * One V line goes to the audit log per run:
      *   V|RUN-ID|MASTER=n|ARCHIVED=n|REGISTER=n|FINDINGS=n|
      *   RESULT=P/W/F
      *
      * RC 0 everything proved, 4 proved with warnings (abended
      * runs, first sightings, accepted ledger steps, converted
      * runs whose trailer amounts could not be compared,
      * unreadable audit or acceptance lines), 8
      * at least one integrity finding, 12 a parameter or input
      * file problem, 16 a table overflow.
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

           SELECT ARCHIVE-FILE
                   ASSIGN TO ARCHIVE-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS ARCH-KEY
                   FILE STATUS IS ARCHIVE-STATUS.

           SELECT BALANCE-LEDGER-FILE
                   ASSIGN TO BALANCE-LEDGER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS BALANCE-LEDGER-STATUS.

           SELECT ANCHOR-FILE
                   ASSIGN TO ANCHOR-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ANCHOR-STATUS.

           SELECT REGISTER-FILE
                   ASSIGN TO REGISTER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REGISTER-STATUS.

           SELECT AUDIT-FILE
                   ASSIGN TO AUDIT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS AUDIT-STATUS.

           SELECT STEP-ACCEPT-FILE
                   ASSIGN TO STEP-ACCEPT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS STEP-ACCEPT-STATUS.

           SELECT REPORT-FILE
                   ASSIGN TO REPORT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  HISTORY-FILE.
       COPY NORDHIST.

       FD  ARCHIVE-FILE.
       COPY NORDHIST REPLACING LEADING ==HIST== BY ==ARCH==.

       FD  BALANCE-LEDGER-FILE.
       01  BALANCE-LEDGER-REC.
               05  BALANCE-LEDGER-DATA PIC X(128).

       FD  ANCHOR-FILE.
       01  ANCHOR-REC.
               05  ANCHOR-DATA PIC X(128).

       FD  REGISTER-FILE.
       01  REGISTER-REC.
               05  REGISTER-REC-DATA PIC X(160).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
               05  AUDIT-REC-DATA PIC X(600).

       FD  STEP-ACCEPT-FILE.
       01  STEP-ACCEPT-REC.
               05  STEP-ACCEPT-DATA PIC X(128).

       FD  REPORT-FILE.
       01  REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS PIC 99.
       01  HISTORY-FILENAME PIC X(256).
       01  ARCHIVE-STATUS PIC 99.
       01  ARCHIVE-FILENAME PIC X(256).
       01  ARCHIVE-PREFIX PIC X(240).
       01  BALANCE-LEDGER-STATUS PIC 99.
       01  BALANCE-LEDGER-FILENAME PIC X(256).
       01  ANCHOR-STATUS PIC 99.
       01  ANCHOR-FILENAME PIC X(256).
       01  ANCHOR-TARGET-FILENAME PIC X(256).
       01  ANCHOR-TEMP-FILENAME PIC X(256).
       01  ANCHOR-RENAME-STATUS PIC S9(9) USAGE COMP-5.
       01  REGISTER-STATUS PIC 99.
       01  REGISTER-FILENAME PIC X(256).
       01  AUDIT-STATUS PIC 99.
       01  AUDIT-FILENAME PIC X(256).
       01  STEP-ACCEPT-STATUS PIC 99.
       01  STEP-ACCEPT-FILENAME PIC X(256).
       01  REPORT-STATUS PIC 99.
       01  REPORT-FILENAME PIC X(256).

       01  RUN-AUDIT-CONTROL.
               05  RUN-ID PIC X(17).
               05  RUN-DATE-TEXT PIC X(8).
               05  RUN-TIME-TEXT PIC X(8).

       01  CHECK-SWITCHES.
               05  LEDGER-CHECK-FLAG PIC X(1) VALUE 'N'.
                       88  LEDGER-IS-CHECKED VALUE 'Y'.
               05  REGISTER-CHECK-FLAG PIC X(1) VALUE 'N'.
                       88  REGISTER-IS-CHECKED VALUE 'Y'.
               05  HISTORY-EOF PIC X(1) VALUE 'N'.
                       88  HISTORY-AT-EOF VALUE 'Y'.
               05  ARCHIVE-EOF PIC X(1) VALUE 'N'.
                       88  ARCHIVE-AT-EOF VALUE 'Y'.

       01  ARCHIVE-CONTROL.
               05  ARCHIVE-FROM-YEAR-TEXT PIC X(4).
               05  ARCHIVE-FROM-YEAR PIC 9(4).
               05  ARCHIVE-YEAR PIC 9(4).
               05  ARCHIVE-YEAR-TEXT PIC 9(4).
               05  RUN-YEAR PIC 9(4).

      *****************
      * The record in hand, from the live master or an archive -
      * both share the NORDHIST layout, so every check works on
      * this one copy.
      *****************
       COPY NORDHIST REPLACING LEADING ==HIST== BY ==VREC==.

       01  SEQUENCE-CONTROL.
               05  PREV-SEQ-ACCOUNT-ID PIC X(24).
               05  PREV-SEQ-DATE PIC 9(8).
               05  PREV-SEQ PIC 9(6).
               05  MISSING-FROM-SEQ PIC 9(6).
               05  MISSING-TO-SEQ PIC 9(6).

      *****************
      * One entry per account seen anywhere: balance ledger,
      * anchor file, history or audit log. Step result:
      *   P step proved       F step does not prove
      *   A step accepted     N first sighting
      *   - not in the balance ledger
      * Audit result (records with no booking run only): P agrees,
      * F differs, - nothing to compare.
      *****************
       01  ACCOUNT-CHECK-TABLE.
               05  ACCOUNT-CHECK-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  ACCOUNT-CHECK-ENTRY OCCURS 500 TIMES
                           INDEXED BY ACCOUNT-CHECK-IDX
                                      ACCOUNT-SHOW-IDX.
                       10  AC-ACCOUNT-ID PIC X(24).
                       10  AC-LEDGER-STATE PIC X(1).
                               88  AC-IS-IN-LEDGER VALUE 'Y'.
                       10  AC-LEDGER-DATE PIC 9(8).
                       10  AC-LEDGER-BAL PIC S9(9)V99 USAGE COMP-3.
                       10  AC-ANCHOR-STATE PIC X(1).
                               88  AC-HAS-ANCHOR VALUE 'Y'.
                       10  AC-ANCHOR-DATE PIC 9(8).
                       10  AC-ANCHOR-BAL PIC S9(9)V99 USAGE COMP-3.
                       10  AC-STEP-MOVEMENT
                                   PIC S9(9)V99 USAGE COMP-3.
                       10  AC-STEP-DIFFERENCE
                                   PIC S9(9)V99 USAGE COMP-3.
                       10  AC-STEP-RESULT PIC X(1).
                       10  AC-ACCEPT-STATE PIC X(1).
                               88  AC-HAS-ACCEPT-LINE VALUE 'Y'.
                       10  AC-ACCEPT-DIFFERENCE
                                   PIC S9(9)V99 USAGE COMP-3.
                       10  AC-HIST-COUNT PIC 9(8) USAGE COMP.
                       10  AC-HIST-CREDIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AC-HIST-DEBIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AC-AUDIT-LINES PIC 9(6) USAGE COMP.
                       10  AC-AUDIT-CREDIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AC-AUDIT-DEBIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AC-AUDIT-RESULT PIC X(1).

       77  ACCOUNT-CHECK-LIMIT PIC 9(4) USAGE COMP VALUE 500.

      *****************
      * One entry per NORDAC01 run in the audit log: what its R
      * trailer says, what its A lines add up to, and what history
      * holds booked under its id. AR-STATE is S while only the
      * start line has been seen, R once the trailer has, H for a
      * run id found only on history records. AR-BOOKED-AS is the
      * S line's BOOKED= run. Trailer result: P agrees, F differs,
      * O no trailer. Booking result: P agrees, F differs, U booked
      * by no completed run, W booked by a run awaiting restart.
      *****************
       01  AUDIT-RUN-TABLE.
               05  AUDIT-RUN-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  AUDIT-RUN-ENTRY OCCURS 5000 TIMES
                           INDEXED BY AUDIT-RUN-IDX
                                      AUDIT-RUN-SHOW-IDX
                                      AUDIT-RUN-BOOK-IDX.
                       10  AR-RUN-ID PIC X(17).
                       10  AR-STATE PIC X(1).
                               88  AR-IS-COMPLETE VALUE 'R'.
                               88  AR-IS-HISTORY-ONLY VALUE 'H'.
                       10  AR-CONVERTED PIC X(1).
                               88  AR-IS-CONVERTED VALUE 'Y'.
                       10  AR-BOOKED-AS PIC X(17).
                       10  AR-CLAIMED PIC X(1).
                               88  AR-IS-CLAIMED VALUE 'Y'.
                       10  AR-TRL-ACCOUNTS PIC 9(8) USAGE COMP.
                       10  AR-TRL-RECORDS PIC 9(8) USAGE COMP.
                       10  AR-TRL-CREDIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-TRL-DEBIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-TRL-TRANSFER-IN
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-TRL-TRANSFER-OUT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-SUM-ACCOUNTS PIC 9(8) USAGE COMP.
                       10  AR-SUM-RECORDS PIC 9(8) USAGE COMP.
                       10  AR-SUM-CREDIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-SUM-DEBIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-SUM-TRANSFER-IN
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-SUM-TRANSFER-OUT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-SUM-PRIOR-ADJ-IN
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-SUM-PRIOR-ADJ-OUT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-HIST-COUNT PIC 9(8) USAGE COMP.
                       10  AR-HIST-CREDIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-HIST-DEBIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-PROOF-CREDIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-PROOF-DEBIT
                                   PIC S9(11)V99 USAGE COMP-3.
                       10  AR-RESULT PIC X(1).
                       10  AR-BOOK-RESULT PIC X(1).

       77  AUDIT-RUN-LIMIT PIC 9(4) USAGE COMP VALUE 5000.

       01  REGISTER-TABLE.
               05  REGISTER-ENTRY-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  REGISTER-ENTRY OCCURS 50000 TIMES
                           INDEXED BY REGISTER-IDX.
                       10  REGISTER-KEY-FIELD PIC X(160).
                       10  REGISTER-MATCH-FLAG PIC X(1).
                               88  REGISTER-ENTRY-IS-MATCHED
                                           VALUE 'Y'.

       77  REGISTER-LIMIT PIC 9(8) USAGE COMP VALUE 50000.

       01  REGISTER-CONTROL.
               05  REGISTER-KEY-WORK PIC X(160).
               05  REGISTER-KEY-FOUND PIC X(1).
                       88  REGISTER-KEY-WAS-FOUND VALUE 'Y'.
               05  REGISTER-AMOUNT-EDIT PIC -9(9).99.
               05  REGISTER-KEY-ACCOUNT PIC X(24).
               05  REGISTER-KEY-DATE PIC X(10).
               05  REGISTER-KEY-POINTER PIC 9(3) USAGE COMP.

      *****************
      * Individual findings, listed by kind in the report:
      *   G HIST-SEQ gap             D key also on the live master
      *   Y archive record filed under the wrong year
      *   H history record with no register entry
      *   K register entry with no history record
      * A badly broken master can produce more of these than any
      * report is worth; past the table size they are still
      * counted, just not listed one by one.
      *****************
       01  FINDING-TABLE.
               05  FINDING-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  FINDING-ENTRY OCCURS 5000 TIMES
                           INDEXED BY FINDING-IDX FINDING-SHOW-IDX.
                       10  FINDING-KIND PIC X(1).
                       10  FINDING-ACCOUNT-ID PIC X(24).
                       10  FINDING-DATE PIC 9(8).
                       10  FINDING-SEQ PIC 9(6).
                       10  FINDING-TEXT PIC X(64).

       77  FINDING-LIMIT PIC 9(4) USAGE COMP VALUE 5000.

       01  NEW-FINDING-WORK.
               05  NEW-FINDING-KIND PIC X(1).
               05  NEW-FINDING-ACCOUNT-ID PIC X(24).
               05  NEW-FINDING-DATE PIC 9(8).
               05  NEW-FINDING-SEQ PIC 9(6).
               05  NEW-FINDING-TEXT PIC X(64).

       01  ARCHIVE-YEAR-TABLE.
               05  ARCHIVE-YEAR-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  ARCHIVE-YEAR-ENTRY OCCURS 100 TIMES
                           INDEXED BY ARCHIVE-YEAR-IDX.
                       10  AYR-YEAR PIC 9(4).
                       10  AYR-RECORD-COUNT PIC 9(8) USAGE COMP.

       77  ARCHIVE-YEAR-LIMIT PIC 9(4) USAGE COMP VALUE 100.

       01  ACCOUNT-LOOKUP.
               05  LOOKUP-ACCOUNT-ID PIC X(24).

       01  RUN-LOOKUP.
               05  LOOKUP-RUN-ID PIC X(17).
               05  LOOKUP-RUN-FOUND PIC X(1).
                       88  LOOKUP-RUN-WAS-FOUND VALUE 'Y'.

       01  LEDGER-LINE-FIELDS.
               05  LEDGER-ACCOUNT-TEXT PIC X(24).
               05  LEDGER-DATE-TEXT PIC X(8).
               05  LEDGER-BAL-TEXT PIC X(15).
               05  LEDGER-AMOUNT-EDIT PIC -9(9).99.

      *****************
      * Audit lines are TYPE|RUN-ID|... with the rest a string of
      * NAME=VALUE pieces (the A line's first piece is the bare
      * ACCOUNT-ID). Pieces are picked up by name, so lines from
      * before a field was added simply leave it at zero.
      *****************
       01  AUDIT-LINE-FIELDS.
               05  AUDIT-LINE-TYPE PIC X(1).
               05  AUDIT-LINE-RUN-ID PIC X(17).
               05  AUDIT-LINE-PIECE PIC X(64) OCCURS 14 TIMES
                           INDEXED BY AUDIT-PIECE-IDX.
               05  AUDIT-PIECE-TAG PIC X(16).
               05  AUDIT-PIECE-VALUE PIC X(48).
               05  AUDIT-LINE-BAD PIC X(1).
                       88  AUDIT-LINE-IS-BAD VALUE 'Y'.

       01  AUDIT-PARSED-VALUES.
               05  PARSED-ACCOUNTS PIC 9(8).
               05  PARSED-RECORDS PIC 9(8).
               05  PARSED-CREDIT PIC S9(9)V99 USAGE COMP-3.
               05  PARSED-DEBIT PIC S9(9)V99 USAGE COMP-3.
               05  PARSED-TRANSFER-IN PIC S9(9)V99 USAGE COMP-3.
               05  PARSED-TRANSFER-OUT PIC S9(9)V99 USAGE COMP-3.
               05  PARSED-PRIOR-ADJ-IN PIC S9(9)V99 USAGE COMP-3.
               05  PARSED-PRIOR-ADJ-OUT PIC S9(9)V99 USAGE COMP-3.
               05  PARSED-AMOUNT PIC S9(9)V99 USAGE COMP-3.
               05  PARSED-RATE-TEXT PIC X(48).
               05  PARSED-BOOKED-RUN PIC X(17).

       01  STEP-ACCEPT-FIELDS.
               05  STEP-ACCEPT-ACCOUNT-TEXT PIC X(24).
               05  STEP-ACCEPT-AMOUNT-TEXT PIC X(15).

       01  AMOUNT-VALIDATION.
               05  AMOUNT-TEXT PIC X(15).
               05  AMOUNT-CHAR-IDX PIC 9(2) USAGE COMP.
               05  AMOUNT-BAD-CHAR-COUNT PIC 9(2) USAGE COMP.
               05  AMOUNT-DIGIT-COUNT PIC 9(2) USAGE COMP.

       01  DATE-WORK.
               05  DATE-TO-SHOW PIC 9(8).
               05  DATE-TO-SHOW-PARTS REDEFINES DATE-TO-SHOW.
                       10  DATE-SHOW-YYYY PIC 9(4).
                       10  DATE-SHOW-MM PIC 9(2).
                       10  DATE-SHOW-DD PIC 9(2).
               05  DATE-SHOWN PIC X(10).

       01  CHECK-WORK.
               05  EXPECTED-STEP PIC S9(9)V99 USAGE COMP-3.
               05  EXPECTED-CREDIT PIC S9(11)V99 USAGE COMP-3.
               05  EXPECTED-DEBIT PIC S9(11)V99 USAGE COMP-3.
               05  BOOKED-RUN-FOUND PIC X(1).
                       88  BOOKED-RUN-WAS-FOUND VALUE 'Y'.
               05  SEQ-EDIT PIC 9(6).
               05  SEQ-EDIT-2 PIC 9(6).
               05  COUNT-EDIT PIC 9(8).
               05  COUNT-EDIT-2 PIC 9(8).
               05  SHOW-KIND PIC X(1).
               05  SHOW-KIND-COUNT PIC 9(8) USAGE COMP.

       01  RUN-COUNTERS.
               05  MASTER-RECORD-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  ARCHIVE-RECORD-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  VOIDED-RECORD-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  SEQ-GAP-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  SEQ-REPEAT-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  WRONG-YEAR-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  UNREGISTERED-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  UNHISTORIED-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  STEP-PROVED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  STEP-FAILED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  STEP-NEW-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  STEP-ACCEPTED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  AUDIT-AGREED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  AUDIT-DIFFERS-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  RUN-CHECKED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  RUN-FAILED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  RUN-OPEN-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  RUN-CONVERTED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  BOOK-CHECKED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  BOOK-FAILED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  BOOK-NONE-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  BOOK-UNCLAIMED-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  BOOK-WAITING-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  ABANDONED-LINE-COUNT PIC 9(6) USAGE COMP VALUE 0.
               05  UNREADABLE-LINE-COUNT PIC 9(6) USAGE COMP
                           VALUE 0.
               05  UNLISTED-FINDING-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.
               05  FAILURE-TOTAL PIC 9(8) USAGE COMP VALUE 0.
               05  WARNING-TOTAL PIC 9(8) USAGE COMP VALUE 0.
               05  VERIFY-RESULT PIC X(1) VALUE '-'.
                       88  VERIFY-PASSED VALUE 'P'.
                       88  VERIFY-WARNED VALUE 'W'.
                       88  VERIFY-FAILED VALUE 'F'.

       01  AUDIT-EDIT-WORK.
               05  AUDIT-COUNT-EDIT PIC 9(8).
               05  AUDIT-COUNT-TEXT-1 PIC X(8).
               05  AUDIT-COUNT-TEXT-2 PIC X(8).
               05  AUDIT-COUNT-TEXT-3 PIC X(8).
               05  AUDIT-COUNT-TEXT-4 PIC X(8).

       01  REPORT-CONTROL.
               05  REPORT-PAGE-NUMBER PIC 9(4) USAGE COMP VALUE 0.
               05  REPORT-LINE-COUNT PIC 9(2) USAGE COMP VALUE 0.

       77  REPORT-LINES-PER-PAGE PIC 9(2) USAGE COMP VALUE 60.

       01  REPORT-LINE-WORK PIC X(132).

       01  REPORT-HEADING-LINE.
               05  FILLER PIC X(10) VALUE 'NORDAC15'.
               05  FILLER PIC X(36)
                           VALUE 'INTEGRITY VERIFICATION'.
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

       01  STEP-REPORT-LINE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  STEP-RPT-ACCOUNT PIC X(24).
               05  FILLER PIC X(1) VALUE SPACES.
               05  STEP-RPT-FROM PIC X(10).
               05  FILLER PIC X(1) VALUE SPACES.
               05  STEP-RPT-TO PIC X(10).
               05  FILLER PIC X(1) VALUE SPACES.
               05  STEP-RPT-LEDGER PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  STEP-RPT-HISTORY PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  STEP-RPT-DIFFERENCE PIC -Z(8)9,99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  STEP-RPT-NOTE PIC X(38).

       01  AUDIT-REPORT-LINE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  AUD-RPT-ACCOUNT PIC X(24).
               05  AUD-RPT-HIST-CREDIT PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  AUD-RPT-AUDIT-CREDIT PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  AUD-RPT-HIST-DEBIT PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  AUD-RPT-AUDIT-DEBIT PIC -Z(8)9,99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  AUD-RPT-NOTE PIC X(49).

       01  RUN-REPORT-LINE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  RUN-RPT-RUN-ID PIC X(17).
               05  FILLER PIC X(2) VALUE SPACES.
               05  RUN-RPT-FIELD PIC X(12).
               05  RUN-RPT-TRAILER PIC -Z(8)9,99.
               05  FILLER PIC X(1) VALUE SPACES.
               05  RUN-RPT-ACCOUNT-LINES PIC -Z(8)9,99.
               05  FILLER PIC X(2) VALUE SPACES.
               05  RUN-RPT-NOTE PIC X(70).

       01  FINDING-REPORT-LINE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  FND-RPT-ACCOUNT PIC X(24).
               05  FILLER PIC X(1) VALUE SPACES.
               05  FND-RPT-DATE PIC X(10).
               05  FILLER PIC X(1) VALUE SPACES.
               05  FND-RPT-SEQ PIC X(6).
               05  FILLER PIC X(2) VALUE SPACES.
               05  FND-RPT-TEXT PIC X(86).

|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN
           IF LEDGER-IS-CHECKED
                   PERFORM LOAD-BALANCE-LEDGER
                   PERFORM LOAD-BALANCE-ANCHORS
                   PERFORM LOAD-STEP-ACCEPTANCES
           END-IF
           IF REGISTER-IS-CHECKED
                   PERFORM LOAD-PROCESSED-REGISTER
           END-IF
           PERFORM LOAD-AUDIT-RUNS
           PERFORM LOAD-AUDIT-ACCOUNT-LINES

           PERFORM SCAN-HISTORY-MASTER
           PERFORM SCAN-HISTORY-ARCHIVES

           IF REGISTER-IS-CHECKED
                   PERFORM CHECK-REGISTER-ENTRY
                           VARYING REGISTER-IDX FROM 1 BY 1
                           UNTIL REGISTER-IDX > REGISTER-ENTRY-COUNT
           END-IF
           IF LEDGER-IS-CHECKED
                   PERFORM CHECK-LEDGER-STEP
                           VARYING ACCOUNT-CHECK-IDX FROM 1 BY 1
                           UNTIL ACCOUNT-CHECK-IDX
                                   > ACCOUNT-CHECK-COUNT
           END-IF
           PERFORM CHECK-ACCOUNT-AGAINST-AUDIT
                   VARYING ACCOUNT-CHECK-IDX FROM 1 BY 1
                   UNTIL ACCOUNT-CHECK-IDX > ACCOUNT-CHECK-COUNT
           PERFORM CHECK-RUN-TRAILER
                   VARYING AUDIT-RUN-IDX FROM 1 BY 1
                   UNTIL AUDIT-RUN-IDX > AUDIT-RUN-COUNT
           PERFORM CHECK-RUN-BOOKING
                   VARYING AUDIT-RUN-IDX FROM 1 BY 1
                   UNTIL AUDIT-RUN-IDX > AUDIT-RUN-COUNT
           PERFORM CHECK-BOOKING-CLAIMED
                   VARYING AUDIT-RUN-IDX FROM 1 BY 1
                   UNTIL AUDIT-RUN-IDX > AUDIT-RUN-COUNT

           PERFORM SET-VERIFY-RESULT
           PERFORM WRITE-VERIFY-REPORT
           IF LEDGER-IS-CHECKED
                   PERFORM WRITE-BALANCE-ANCHORS
           END-IF
           PERFORM WRITE-AUDIT-VERIFY-LINE

           DISPLAY "NORDAC15: MASTER RECORDS     " MASTER-RECORD-COUNT
           DISPLAY "NORDAC15: ARCHIVED RECORDS   "
                   ARCHIVE-RECORD-COUNT
           DISPLAY "NORDAC15: FINDINGS           " FAILURE-TOTAL
           DISPLAY "NORDAC15: WARNINGS           " WARNING-TOTAL
           EVALUATE TRUE
                   WHEN VERIFY-FAILED
                           DISPLAY "NORDAC15: INTEGRITY CHECK FAILED"
                           MOVE 8 TO RETURN-CODE
                   WHEN VERIFY-WARNED
                           DISPLAY "NORDAC15: INTEGRITY PROVED WITH "
                                   "WARNINGS"
                           MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                           DISPLAY "NORDAC15: INTEGRITY PROVED"
                           MOVE 0 TO RETURN-CODE
           END-EVALUATE
           DISPLAY "NORDAC15: REPORT WRITTEN TO "
                   FUNCTION TRIM(REPORT-FILENAME)
           STOP RUN
           .

       INITIALIZE-RUN.
           ACCEPT HISTORY-FILENAME FROM ENVIRONMENT 'HISTORYFILE'
           ACCEPT ARCHIVE-PREFIX FROM ENVIRONMENT 'NORDARCHPREFIX'
           ACCEPT ARCHIVE-FROM-YEAR-TEXT
                   FROM ENVIRONMENT 'NORDARCHFROMYEAR'
           ACCEPT BALANCE-LEDGER-FILENAME
                   FROM ENVIRONMENT 'BALLEDGERFILE'
           ACCEPT ANCHOR-FILENAME FROM ENVIRONMENT 'NORDVERIFYBAL'
           ACCEPT REGISTER-FILENAME FROM ENVIRONMENT 'REGISTERFILE'
           ACCEPT AUDIT-FILENAME FROM ENVIRONMENT 'NORDAUDIT'
           ACCEPT STEP-ACCEPT-FILENAME
                   FROM ENVIRONMENT 'NORDVERIFYACCEPT'
           ACCEPT REPORT-FILENAME FROM ENVIRONMENT 'NORDVERIFYRPT'

           IF HISTORY-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC15: HISTORYFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF ARCHIVE-FROM-YEAR-TEXT EQUAL SPACES
                   MOVE '2000' TO ARCHIVE-FROM-YEAR-TEXT
           END-IF
           IF ARCHIVE-FROM-YEAR-TEXT IS NOT NUMERIC
                   DISPLAY "NORDAC15: NORDARCHFROMYEAR MUST BE A "
                           "YYYY YEAR"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           MOVE ARCHIVE-FROM-YEAR-TEXT TO ARCHIVE-FROM-YEAR
           IF ARCHIVE-PREFIX EQUAL SPACES
                   MOVE 'NORDHIST.' TO ARCHIVE-PREFIX
           END-IF
           IF BALANCE-LEDGER-FILENAME NOT EQUAL SPACES
                   MOVE 'Y' TO LEDGER-CHECK-FLAG
           END-IF
           IF ANCHOR-FILENAME EQUAL SPACES
                   MOVE 'NORDAC15.BAL' TO ANCHOR-FILENAME
           END-IF
           IF REGISTER-FILENAME NOT EQUAL SPACES
                   MOVE 'Y' TO REGISTER-CHECK-FLAG
           END-IF
           IF AUDIT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC01.AUD' TO AUDIT-FILENAME
           END-IF
           IF STEP-ACCEPT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC15.ACC' TO STEP-ACCEPT-FILENAME
           END-IF
           IF REPORT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC15.RPT' TO REPORT-FILENAME
           END-IF

           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           STRING
                   'R' DELIMITED BY SIZE
                   RUN-DATE-TEXT DELIMITED BY SIZE
                   RUN-TIME-TEXT DELIMITED BY SIZE
                   INTO RUN-ID
           END-STRING
           MOVE RUN-DATE-TEXT(1:4) TO RUN-YEAR
           EXIT
           .

      *****************
      * The ledger was asked for, so a missing one is an error -
      * unlike the anchor file, which the very first run has yet
      * to write.
      *****************
       LOAD-BALANCE-LEDGER.
           OPEN INPUT BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC15: CANNOT OPEN "
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
           PERFORM SPLIT-LEDGER-LINE
           PERFORM FIND-OR-ADD-ACCOUNT
           MOVE 'Y' TO AC-LEDGER-STATE(ACCOUNT-CHECK-IDX)
           MOVE LEDGER-DATE-TEXT TO AC-LEDGER-DATE(ACCOUNT-CHECK-IDX)
           MOVE LEDGER-BAL-TEXT TO AC-LEDGER-BAL(ACCOUNT-CHECK-IDX)
           EXIT
           .

       SPLIT-LEDGER-LINE.
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
           EXIT
           .

       LOAD-BALANCE-ANCHORS.
           OPEN INPUT ANCHOR-FILE
           IF ANCHOR-STATUS NOT EQUAL 00
                   EXIT PARAGRAPH
           END-IF

           PERFORM FOREVER
                   PERFORM READ-ANCHOR-FILE
                   IF ANCHOR-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM TAKE-ANCHOR-LINE
           END-PERFORM
           CLOSE ANCHOR-FILE
           EXIT
           .

       READ-ANCHOR-FILE.
           READ ANCHOR-FILE INTO ANCHOR-REC
           EXIT
           .

       TAKE-ANCHOR-LINE.
           IF ANCHOR-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE ANCHOR-DATA TO BALANCE-LEDGER-DATA
           PERFORM SPLIT-LEDGER-LINE
           PERFORM FIND-OR-ADD-ACCOUNT
           MOVE 'Y' TO AC-ANCHOR-STATE(ACCOUNT-CHECK-IDX)
           MOVE LEDGER-DATE-TEXT TO AC-ANCHOR-DATE(ACCOUNT-CHECK-IDX)
           MOVE LEDGER-BAL-TEXT TO AC-ANCHOR-BAL(ACCOUNT-CHECK-IDX)
           EXIT
           .

      *****************
      * Step differences someone has looked at and accepted. Like
      * the anchor file, it need not exist; an account listed more
      * than once keeps its last line.
      *****************
       LOAD-STEP-ACCEPTANCES.
           OPEN INPUT STEP-ACCEPT-FILE
           IF STEP-ACCEPT-STATUS NOT EQUAL 00
                   EXIT PARAGRAPH
           END-IF

           PERFORM FOREVER
                   PERFORM READ-STEP-ACCEPT-FILE
                   IF STEP-ACCEPT-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM TAKE-STEP-ACCEPT-LINE
           END-PERFORM
           CLOSE STEP-ACCEPT-FILE
           EXIT
           .

       READ-STEP-ACCEPT-FILE.
           READ STEP-ACCEPT-FILE INTO STEP-ACCEPT-REC
           EXIT
           .

       TAKE-STEP-ACCEPT-LINE.
           IF STEP-ACCEPT-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO STEP-ACCEPT-FIELDS
           UNSTRING STEP-ACCEPT-DATA
           DELIMITED BY '|'
           INTO STEP-ACCEPT-ACCOUNT-TEXT
                STEP-ACCEPT-AMOUNT-TEXT
           END-UNSTRING

           MOVE STEP-ACCEPT-AMOUNT-TEXT TO AMOUNT-TEXT
           PERFORM VALIDATE-AMOUNT-TEXT
           IF STEP-ACCEPT-ACCOUNT-TEXT EQUAL SPACES
                   OR AMOUNT-BAD-CHAR-COUNT > 0
                   OR AMOUNT-DIGIT-COUNT = 0
                   ADD 1 TO UNREADABLE-LINE-COUNT
                   DISPLAY "WARNING: UNREADABLE ACCEPTANCE LINE, "
                           "ACCOUNT " STEP-ACCEPT-ACCOUNT-TEXT
                   EXIT PARAGRAPH
           END-IF

           MOVE STEP-ACCEPT-ACCOUNT-TEXT TO LOOKUP-ACCOUNT-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           MOVE 'Y' TO AC-ACCEPT-STATE(ACCOUNT-CHECK-IDX)
           MOVE STEP-ACCEPT-AMOUNT-TEXT
                   TO AC-ACCEPT-DIFFERENCE(ACCOUNT-CHECK-IDX)
           EXIT
           .

       FIND-OR-ADD-ACCOUNT.
           SET ACCOUNT-CHECK-IDX TO 1
           SEARCH ACCOUNT-CHECK-ENTRY
                   AT END
                           PERFORM ADD-ACCOUNT-CHECK-ENTRY
                   WHEN ACCOUNT-CHECK-IDX > ACCOUNT-CHECK-COUNT
                           PERFORM ADD-ACCOUNT-CHECK-ENTRY
                   WHEN AC-ACCOUNT-ID(ACCOUNT-CHECK-IDX)
                                   EQUAL LOOKUP-ACCOUNT-ID
                           CONTINUE
           END-SEARCH
           EXIT
           .

       ADD-ACCOUNT-CHECK-ENTRY.
           IF ACCOUNT-CHECK-COUNT < ACCOUNT-CHECK-LIMIT
                   ADD 1 TO ACCOUNT-CHECK-COUNT
                   SET ACCOUNT-CHECK-IDX TO ACCOUNT-CHECK-COUNT
                   MOVE LOOKUP-ACCOUNT-ID
                           TO AC-ACCOUNT-ID(ACCOUNT-CHECK-IDX)
                   MOVE 'N' TO AC-LEDGER-STATE(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-LEDGER-DATE(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-LEDGER-BAL(ACCOUNT-CHECK-IDX)
                   MOVE 'N' TO AC-ANCHOR-STATE(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-ANCHOR-DATE(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-ANCHOR-BAL(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-STEP-MOVEMENT(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-STEP-DIFFERENCE(ACCOUNT-CHECK-IDX)
                   MOVE '-' TO AC-STEP-RESULT(ACCOUNT-CHECK-IDX)
                   MOVE 'N' TO AC-ACCEPT-STATE(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-ACCEPT-DIFFERENCE(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-HIST-COUNT(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-HIST-CREDIT(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-HIST-DEBIT(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-AUDIT-LINES(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-AUDIT-CREDIT(ACCOUNT-CHECK-IDX)
                   MOVE 0 TO AC-AUDIT-DEBIT(ACCOUNT-CHECK-IDX)
                   MOVE '-' TO AC-AUDIT-RESULT(ACCOUNT-CHECK-IDX)
           ELSE
                   DISPLAY "ERROR: ACCOUNT TABLE FULL - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       LOAD-PROCESSED-REGISTER.
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC15: CANNOT OPEN "
                           FUNCTION TRIM(REGISTER-FILENAME)
                           ", STATUS " REGISTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-REGISTER-FILE
                   IF REGISTER-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM ADD-REGISTER-TABLE-ENTRY
           END-PERFORM
           CLOSE REGISTER-FILE
           EXIT
           .

       READ-REGISTER-FILE.
           READ REGISTER-FILE INTO REGISTER-REC
           EXIT
           .

       ADD-REGISTER-TABLE-ENTRY.
           IF REGISTER-REC-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           IF REGISTER-ENTRY-COUNT < REGISTER-LIMIT
                   ADD 1 TO REGISTER-ENTRY-COUNT
                   SET REGISTER-IDX TO REGISTER-ENTRY-COUNT
                   MOVE REGISTER-REC-DATA
                           TO REGISTER-KEY-FIELD(REGISTER-IDX)
                   MOVE 'N' TO REGISTER-MATCH-FLAG(REGISTER-IDX)
           ELSE
                   DISPLAY "ERROR: REGISTER TABLE FULL - RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

      *****************
      * First pass over the audit log: every NORDAC01 run it knows,
      * whether the run finished (R line) and whether it converted
      * currencies (RATE= on its S line).
      *****************
       LOAD-AUDIT-RUNS.
           OPEN INPUT AUDIT-FILE
           IF AUDIT-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC15: CANNOT OPEN "
                           FUNCTION TRIM(AUDIT-FILENAME)
                           ", STATUS " AUDIT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-AUDIT-FILE
                   IF AUDIT-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM SPLIT-AUDIT-LINE
                   EVALUATE AUDIT-LINE-TYPE
                           WHEN 'S'
                                   PERFORM TAKE-AUDIT-START-LINE
                           WHEN 'R'
                                   PERFORM TAKE-AUDIT-TRAILER-LINE
                   END-EVALUATE
           END-PERFORM
           CLOSE AUDIT-FILE
           EXIT
           .

       READ-AUDIT-FILE.
           READ AUDIT-FILE INTO AUDIT-REC
           EXIT
           .

       SPLIT-AUDIT-LINE.
           MOVE SPACES TO AUDIT-LINE-FIELDS
           MOVE 'N' TO AUDIT-LINE-BAD
           UNSTRING AUDIT-REC-DATA
           DELIMITED BY '|'
           INTO AUDIT-LINE-TYPE
                AUDIT-LINE-RUN-ID
                AUDIT-LINE-PIECE(1)
                AUDIT-LINE-PIECE(2)
                AUDIT-LINE-PIECE(3)
                AUDIT-LINE-PIECE(4)
                AUDIT-LINE-PIECE(5)
                AUDIT-LINE-PIECE(6)
                AUDIT-LINE-PIECE(7)
                AUDIT-LINE-PIECE(8)
                AUDIT-LINE-PIECE(9)
                AUDIT-LINE-PIECE(10)
                AUDIT-LINE-PIECE(11)
                AUDIT-LINE-PIECE(12)
                AUDIT-LINE-PIECE(13)
                AUDIT-LINE-PIECE(14)
           END-UNSTRING

           MOVE 0 TO PARSED-ACCOUNTS
           MOVE 0 TO PARSED-RECORDS
           MOVE 0 TO PARSED-CREDIT
           MOVE 0 TO PARSED-DEBIT
           MOVE 0 TO PARSED-TRANSFER-IN
           MOVE 0 TO PARSED-TRANSFER-OUT
           MOVE 0 TO PARSED-PRIOR-ADJ-IN
           MOVE 0 TO PARSED-PRIOR-ADJ-OUT
           MOVE SPACES TO PARSED-RATE-TEXT
           MOVE SPACES TO PARSED-BOOKED-RUN
           EXIT
           .

       TAKE-AUDIT-PIECES.
           PERFORM TAKE-ONE-AUDIT-PIECE
                   VARYING AUDIT-PIECE-IDX FROM 1 BY 1
                   UNTIL AUDIT-PIECE-IDX > 14
           IF AUDIT-LINE-IS-BAD
                   ADD 1 TO UNREADABLE-LINE-COUNT
                   DISPLAY "WARNING: UNREADABLE AUDIT LINE, RUN "
                           AUDIT-LINE-RUN-ID
           END-IF
           EXIT
           .

       TAKE-ONE-AUDIT-PIECE.
           MOVE SPACES TO AUDIT-PIECE-TAG
           MOVE SPACES TO AUDIT-PIECE-VALUE
           UNSTRING AUDIT-LINE-PIECE(AUDIT-PIECE-IDX)
           DELIMITED BY '='
           INTO AUDIT-PIECE-TAG
                AUDIT-PIECE-VALUE
           END-UNSTRING

           EVALUATE AUDIT-PIECE-TAG
                   WHEN 'ACCOUNTS'
                           PERFORM TAKE-AUDIT-COUNT
                           MOVE COUNT-EDIT TO PARSED-ACCOUNTS
                   WHEN 'RECORDS'
                           PERFORM TAKE-AUDIT-COUNT
                           MOVE COUNT-EDIT TO PARSED-RECORDS
                   WHEN 'CREDIT'
                           PERFORM TAKE-AUDIT-AMOUNT
                           MOVE PARSED-AMOUNT TO PARSED-CREDIT
                   WHEN 'DEBIT'
                           PERFORM TAKE-AUDIT-AMOUNT
                           MOVE PARSED-AMOUNT TO PARSED-DEBIT
                   WHEN 'TRANSFERIN'
                           PERFORM TAKE-AUDIT-AMOUNT
                           MOVE PARSED-AMOUNT TO PARSED-TRANSFER-IN
                   WHEN 'TRANSFEROUT'
                           PERFORM TAKE-AUDIT-AMOUNT
                           MOVE PARSED-AMOUNT TO PARSED-TRANSFER-OUT
                   WHEN 'PRIORADJIN'
                           PERFORM TAKE-AUDIT-AMOUNT
                           MOVE PARSED-AMOUNT TO PARSED-PRIOR-ADJ-IN
                   WHEN 'PRIORADJOUT'
                           PERFORM TAKE-AUDIT-AMOUNT
                           MOVE PARSED-AMOUNT TO PARSED-PRIOR-ADJ-OUT
                   WHEN 'RATE'
                           MOVE AUDIT-PIECE-VALUE TO PARSED-RATE-TEXT
                   WHEN 'BOOKED'
                           MOVE AUDIT-PIECE-VALUE TO PARSED-BOOKED-RUN
           END-EVALUATE
           EXIT
           .

       TAKE-AUDIT-COUNT.
           MOVE 0 TO COUNT-EDIT
           IF AUDIT-PIECE-VALUE(1:8) IS NUMERIC
                   MOVE AUDIT-PIECE-VALUE(1:8) TO COUNT-EDIT
           ELSE
                   MOVE 'Y' TO AUDIT-LINE-BAD
           END-IF
           EXIT
           .

       TAKE-AUDIT-AMOUNT.
           MOVE 0 TO PARSED-AMOUNT
           MOVE AUDIT-PIECE-VALUE(1:15) TO AMOUNT-TEXT
           PERFORM VALIDATE-AMOUNT-TEXT
           IF AMOUNT-BAD-CHAR-COUNT > 0
                   OR AMOUNT-DIGIT-COUNT = 0
                   MOVE 'Y' TO AUDIT-LINE-BAD
           ELSE
                   MOVE AMOUNT-TEXT TO PARSED-AMOUNT
           END-IF
           EXIT
           .

       TAKE-AUDIT-START-LINE.
           PERFORM TAKE-AUDIT-PIECES
           MOVE AUDIT-LINE-RUN-ID TO LOOKUP-RUN-ID
           PERFORM FIND-OR-ADD-AUDIT-RUN
           IF PARSED-RATE-TEXT NOT EQUAL SPACES
                   MOVE 'Y' TO AR-CONVERTED(AUDIT-RUN-IDX)
           END-IF
           MOVE PARSED-BOOKED-RUN TO AR-BOOKED-AS(AUDIT-RUN-IDX)
           EXIT
           .

       TAKE-AUDIT-TRAILER-LINE.
           PERFORM TAKE-AUDIT-PIECES
           MOVE AUDIT-LINE-RUN-ID TO LOOKUP-RUN-ID
           PERFORM FIND-OR-ADD-AUDIT-RUN
           MOVE 'R' TO AR-STATE(AUDIT-RUN-IDX)
           MOVE PARSED-ACCOUNTS TO AR-TRL-ACCOUNTS(AUDIT-RUN-IDX)
           MOVE PARSED-RECORDS TO AR-TRL-RECORDS(AUDIT-RUN-IDX)
           MOVE PARSED-CREDIT TO AR-TRL-CREDIT(AUDIT-RUN-IDX)
           MOVE PARSED-DEBIT TO AR-TRL-DEBIT(AUDIT-RUN-IDX)
           MOVE PARSED-TRANSFER-IN
                   TO AR-TRL-TRANSFER-IN(AUDIT-RUN-IDX)
           MOVE PARSED-TRANSFER-OUT
                   TO AR-TRL-TRANSFER-OUT(AUDIT-RUN-IDX)
           EXIT
           .

       FIND-AUDIT-RUN.
           MOVE 'N' TO LOOKUP-RUN-FOUND
           SET AUDIT-RUN-IDX TO 1
           SEARCH AUDIT-RUN-ENTRY
                   AT END
                           CONTINUE
                   WHEN AUDIT-RUN-IDX > AUDIT-RUN-COUNT
                           CONTINUE
                   WHEN AR-RUN-ID(AUDIT-RUN-IDX) EQUAL LOOKUP-RUN-ID
                           MOVE 'Y' TO LOOKUP-RUN-FOUND
           END-SEARCH
           EXIT
           .

       FIND-OR-ADD-AUDIT-RUN.
           PERFORM FIND-AUDIT-RUN
           IF LOOKUP-RUN-WAS-FOUND
                   EXIT PARAGRAPH
           END-IF

           IF AUDIT-RUN-COUNT < AUDIT-RUN-LIMIT
                   ADD 1 TO AUDIT-RUN-COUNT
                   SET AUDIT-RUN-IDX TO AUDIT-RUN-COUNT
                   MOVE LOOKUP-RUN-ID TO AR-RUN-ID(AUDIT-RUN-IDX)
                   MOVE 'S' TO AR-STATE(AUDIT-RUN-IDX)
                   MOVE 'N' TO AR-CONVERTED(AUDIT-RUN-IDX)
                   MOVE SPACES TO AR-BOOKED-AS(AUDIT-RUN-IDX)
                   MOVE 'N' TO AR-CLAIMED(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-TRL-ACCOUNTS(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-TRL-RECORDS(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-TRL-CREDIT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-TRL-DEBIT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-TRL-TRANSFER-IN(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-TRL-TRANSFER-OUT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-SUM-ACCOUNTS(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-SUM-RECORDS(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-SUM-CREDIT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-SUM-DEBIT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-SUM-TRANSFER-IN(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-SUM-TRANSFER-OUT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-SUM-PRIOR-ADJ-IN(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-SUM-PRIOR-ADJ-OUT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-HIST-COUNT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-HIST-CREDIT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-HIST-DEBIT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-PROOF-CREDIT(AUDIT-RUN-IDX)
                   MOVE 0 TO AR-PROOF-DEBIT(AUDIT-RUN-IDX)
                   MOVE '-' TO AR-RESULT(AUDIT-RUN-IDX)
                   MOVE '-' TO AR-BOOK-RESULT(AUDIT-RUN-IDX)
           ELSE
                   DISPLAY "ERROR: AUDIT RUN TABLE FULL - RUN "
                           "STOPPED; ARCHIVE THE AUDIT LOG"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

      *****************
      * Second pass: the A lines of finished runs, added up per run
      * for the trailer and booking checks, and - for runs that
      * name no booking run - per account for the check of
      * records that carry none. An abended run's A lines are
      * skipped - its restart restored those accounts from the
      * checkpoint and wrote them again in full.
      *****************
       LOAD-AUDIT-ACCOUNT-LINES.
           OPEN INPUT AUDIT-FILE
           PERFORM FOREVER
                   PERFORM READ-AUDIT-FILE
                   IF AUDIT-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM SPLIT-AUDIT-LINE
                   IF AUDIT-LINE-TYPE EQUAL 'A'
                           PERFORM TAKE-AUDIT-ACCOUNT-LINE
                   END-IF
           END-PERFORM
           CLOSE AUDIT-FILE
           EXIT
           .

       TAKE-AUDIT-ACCOUNT-LINE.
           MOVE AUDIT-LINE-RUN-ID TO LOOKUP-RUN-ID
           PERFORM FIND-AUDIT-RUN
           IF NOT LOOKUP-RUN-WAS-FOUND
                   ADD 1 TO ABANDONED-LINE-COUNT
                   EXIT PARAGRAPH
           END-IF
           IF NOT AR-IS-COMPLETE(AUDIT-RUN-IDX)
                   ADD 1 TO ABANDONED-LINE-COUNT
                   EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO AUDIT-LINE-PIECE(1)(25:40)
           MOVE AUDIT-LINE-PIECE(1) TO LOOKUP-ACCOUNT-ID
           MOVE SPACES TO AUDIT-LINE-PIECE(1)
           PERFORM TAKE-AUDIT-PIECES

           ADD 1 TO AR-SUM-ACCOUNTS(AUDIT-RUN-IDX)
           ADD PARSED-RECORDS TO AR-SUM-RECORDS(AUDIT-RUN-IDX)
           ADD PARSED-CREDIT TO AR-SUM-CREDIT(AUDIT-RUN-IDX)
           ADD PARSED-DEBIT TO AR-SUM-DEBIT(AUDIT-RUN-IDX)
           ADD PARSED-TRANSFER-IN
                   TO AR-SUM-TRANSFER-IN(AUDIT-RUN-IDX)
           ADD PARSED-TRANSFER-OUT
                   TO AR-SUM-TRANSFER-OUT(AUDIT-RUN-IDX)
           ADD PARSED-PRIOR-ADJ-IN
                   TO AR-SUM-PRIOR-ADJ-IN(AUDIT-RUN-IDX)
           ADD PARSED-PRIOR-ADJ-OUT
                   TO AR-SUM-PRIOR-ADJ-OUT(AUDIT-RUN-IDX)
           IF AR-BOOKED-AS(AUDIT-RUN-IDX) NOT EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF

           PERFORM FIND-OR-ADD-ACCOUNT
           ADD 1 TO AC-AUDIT-LINES(ACCOUNT-CHECK-IDX)
           ADD PARSED-CREDIT TO AC-AUDIT-CREDIT(ACCOUNT-CHECK-IDX)
           ADD PARSED-TRANSFER-IN
                   TO AC-AUDIT-CREDIT(ACCOUNT-CHECK-IDX)
           ADD PARSED-DEBIT TO AC-AUDIT-DEBIT(ACCOUNT-CHECK-IDX)
           ADD PARSED-TRANSFER-OUT
                   TO AC-AUDIT-DEBIT(ACCOUNT-CHECK-IDX)
           EXIT
           .

       SCAN-HISTORY-MASTER.
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC15: CANNOT OPEN HISTORY MASTER, "
                           "STATUS " HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           MOVE SPACES TO PREV-SEQ-ACCOUNT-ID
           MOVE 0 TO PREV-SEQ-DATE
           MOVE 0 TO PREV-SEQ
           MOVE 'N' TO HISTORY-EOF
           PERFORM FOREVER
                   PERFORM READ-NEXT-HISTORY
                   IF HISTORY-AT-EOF
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO MASTER-RECORD-COUNT
                   MOVE HIST-REC TO VREC-REC
                   PERFORM CHECK-HISTORY-RECORD
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
      * The live master stays open during the archive walk, for
      * the keyed look-up that catches a record kept on both.
      *****************
       SCAN-HISTORY-ARCHIVES.
           OPEN INPUT HISTORY-FILE
           PERFORM SCAN-ONE-ARCHIVE-YEAR
                   VARYING ARCHIVE-YEAR FROM ARCHIVE-FROM-YEAR BY 1
                   UNTIL ARCHIVE-YEAR > RUN-YEAR
           CLOSE HISTORY-FILE
           EXIT
           .

      *****************
      * A year with no archive file is simply a year NORDAC08 never
      * archived.
      *****************
       SCAN-ONE-ARCHIVE-YEAR.
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

           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT EQUAL 00
                   EXIT PARAGRAPH
           END-IF

           IF ARCHIVE-YEAR-COUNT < ARCHIVE-YEAR-LIMIT
                   ADD 1 TO ARCHIVE-YEAR-COUNT
                   SET ARCHIVE-YEAR-IDX TO ARCHIVE-YEAR-COUNT
                   MOVE ARCHIVE-YEAR TO AYR-YEAR(ARCHIVE-YEAR-IDX)
                   MOVE 0 TO AYR-RECORD-COUNT(ARCHIVE-YEAR-IDX)
           ELSE
                   DISPLAY "ERROR: ARCHIVE YEAR TABLE FULL - RUN "
                           "STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           MOVE SPACES TO PREV-SEQ-ACCOUNT-ID
           MOVE 0 TO PREV-SEQ-DATE
           MOVE 0 TO PREV-SEQ
           MOVE 'N' TO ARCHIVE-EOF
           PERFORM FOREVER
                   PERFORM READ-NEXT-ARCHIVE
                   IF ARCHIVE-AT-EOF
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO ARCHIVE-RECORD-COUNT
                   ADD 1 TO AYR-RECORD-COUNT(ARCHIVE-YEAR-IDX)
                   MOVE ARCH-REC TO VREC-REC
                   PERFORM CHECK-ARCHIVE-PLACEMENT
                   PERFORM CHECK-HISTORY-RECORD
           END-PERFORM
           CLOSE ARCHIVE-FILE
           EXIT
           .

       READ-NEXT-ARCHIVE.
           READ ARCHIVE-FILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO ARCHIVE-EOF
           END-READ
           IF ARCHIVE-STATUS NOT EQUAL 00
                   MOVE 'Y' TO ARCHIVE-EOF
           END-IF
           EXIT
           .

       CHECK-ARCHIVE-PLACEMENT.
           IF VREC-DATE(1:4) NOT EQUAL ARCHIVE-YEAR-TEXT
                   ADD 1 TO WRONG-YEAR-COUNT
                   MOVE 'Y' TO NEW-FINDING-KIND
                   PERFORM SET-FINDING-FROM-RECORD
                   STRING
                           'FILED IN ARCHIVE ' DELIMITED BY SIZE
                           ARCHIVE-YEAR-TEXT DELIMITED BY SIZE
                           INTO NEW-FINDING-TEXT
                   END-STRING
                   PERFORM ADD-FINDING
           END-IF

           MOVE VREC-KEY TO HIST-KEY
           READ HISTORY-FILE
                   KEY IS HIST-KEY
                   INVALID KEY
                           CONTINUE
                   NOT INVALID KEY
                           ADD 1 TO SEQ-REPEAT-COUNT
                           MOVE 'D' TO NEW-FINDING-KIND
                           PERFORM SET-FINDING-FROM-RECORD
                           STRING
                                   'IN ARCHIVE ' DELIMITED BY SIZE
                                   ARCHIVE-YEAR-TEXT
                                           DELIMITED BY SIZE
                                   ' AND ON THE LIVE MASTER'
                                           DELIMITED BY SIZE
                                   INTO NEW-FINDING-TEXT
                           END-STRING
                           PERFORM ADD-FINDING
           END-READ
           EXIT
           .

       CHECK-HISTORY-RECORD.
           PERFORM CHECK-HISTORY-SEQUENCE

           MOVE VREC-ACCOUNT-ID TO LOOKUP-ACCOUNT-ID
           PERFORM FIND-OR-ADD-ACCOUNT
           IF VREC-BOOKED-RUN EQUAL SPACES
                   ADD 1 TO AC-HIST-COUNT(ACCOUNT-CHECK-IDX)
                   IF VREC-AMOUNT < 0
                           ADD VREC-AMOUNT
                                   TO AC-HIST-DEBIT(ACCOUNT-CHECK-IDX)
                   ELSE
                           ADD VREC-AMOUNT
                                   TO AC-HIST-CREDIT(ACCOUNT-CHECK-IDX)
                   END-IF
           ELSE
                   PERFORM TAKE-BOOKED-RECORD
           END-IF

           IF AC-IS-IN-LEDGER(ACCOUNT-CHECK-IDX)
                   AND AC-HAS-ANCHOR(ACCOUNT-CHECK-IDX)
                   AND VREC-DATE > AC-ANCHOR-DATE(ACCOUNT-CHECK-IDX)
                   AND VREC-DATE
                           NOT > AC-LEDGER-DATE(ACCOUNT-CHECK-IDX)
                   ADD VREC-AMOUNT
                           TO AC-STEP-MOVEMENT(ACCOUNT-CHECK-IDX)
           END-IF

           IF VREC-IS-VOIDED
                   ADD 1 TO VOIDED-RECORD-COUNT
           END-IF

           IF REGISTER-IS-CHECKED
                   PERFORM MATCH-REGISTER-ENTRY
           END-IF
           EXIT
           .

      *****************
      * A record that names its booking run goes to that run's
      * entry. A run id the audit log does not know gets an entry
      * of its own, so CHECK-BOOKING-CLAIMED can report it.
      *****************
       TAKE-BOOKED-RECORD.
           MOVE VREC-BOOKED-RUN TO LOOKUP-RUN-ID
           PERFORM FIND-AUDIT-RUN
           IF NOT LOOKUP-RUN-WAS-FOUND
                   PERFORM FIND-OR-ADD-AUDIT-RUN
                   MOVE 'H' TO AR-STATE(AUDIT-RUN-IDX)
           END-IF
           ADD 1 TO AR-HIST-COUNT(AUDIT-RUN-IDX)
           IF VREC-AMOUNT < 0
                   ADD VREC-AMOUNT TO AR-HIST-DEBIT(AUDIT-RUN-IDX)
           ELSE
                   ADD VREC-AMOUNT TO AR-HIST-CREDIT(AUDIT-RUN-IDX)
           END-IF
           EXIT
           .

      *****************
      * NORDAC01 numbers each account's records per booking day
      * from 1, taking the next free number when the day already
      * has some, and nothing ever deletes one - so within a file
      * the numbers of a day run 1, 2, 3... without a hole.
      *****************
       CHECK-HISTORY-SEQUENCE.
           IF VREC-ACCOUNT-ID EQUAL PREV-SEQ-ACCOUNT-ID
                   AND VREC-DATE EQUAL PREV-SEQ-DATE
                   COMPUTE MISSING-FROM-SEQ = PREV-SEQ + 1
           ELSE
                   MOVE 1 TO MISSING-FROM-SEQ
           END-IF

           IF VREC-SEQ > MISSING-FROM-SEQ
                   COMPUTE MISSING-TO-SEQ = VREC-SEQ - 1
                   ADD 1 TO SEQ-GAP-COUNT
                   MOVE 'G' TO NEW-FINDING-KIND
                   PERFORM SET-FINDING-FROM-RECORD
                   MOVE MISSING-FROM-SEQ TO SEQ-EDIT
                   MOVE MISSING-TO-SEQ TO SEQ-EDIT-2
                   STRING
                           'SEQ ' DELIMITED BY SIZE
                           SEQ-EDIT DELIMITED BY SIZE
                           ' TO ' DELIMITED BY SIZE
                           SEQ-EDIT-2 DELIMITED BY SIZE
                           ' MISSING BEFORE THIS ONE'
                                   DELIMITED BY SIZE
                           INTO NEW-FINDING-TEXT
                   END-STRING
                   PERFORM ADD-FINDING
           END-IF

           MOVE VREC-ACCOUNT-ID TO PREV-SEQ-ACCOUNT-ID
           MOVE VREC-DATE TO PREV-SEQ-DATE
           MOVE VREC-SEQ TO PREV-SEQ
           EXIT
           .

      *****************
      * Same key NORDAC01's BUILD-REGISTER-KEY makes from the
      * statement row. Each register entry pairs with one history
      * record only, so a row booked twice shows up as one
      * unregistered copy.
      *****************
       MATCH-REGISTER-ENTRY.
           MOVE VREC-AMOUNT TO REGISTER-AMOUNT-EDIT
           MOVE SPACES TO REGISTER-KEY-WORK
           STRING
                   FUNCTION TRIM(VREC-ACCOUNT-ID) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   VREC-RECORD-DATE DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   REGISTER-AMOUNT-EDIT DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(VREC-ACCOUNT-NUMBER)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(VREC-REFERENCE-NUMBER)
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   FUNCTION TRIM(VREC-PAYER-REFERENCE)
                           DELIMITED BY SIZE
                   INTO REGISTER-KEY-WORK
           END-STRING

           MOVE 'N' TO REGISTER-KEY-FOUND
           SET REGISTER-IDX TO 1
           SEARCH REGISTER-ENTRY
                   AT END
                           CONTINUE
                   WHEN REGISTER-IDX > REGISTER-ENTRY-COUNT
                           CONTINUE
                   WHEN REGISTER-KEY-FIELD(REGISTER-IDX)
                                   EQUAL REGISTER-KEY-WORK
                    AND NOT REGISTER-ENTRY-IS-MATCHED(REGISTER-IDX)
                           MOVE 'Y' TO REGISTER-MATCH-FLAG(REGISTER-IDX)
                           MOVE 'Y' TO REGISTER-KEY-FOUND
           END-SEARCH

           IF NOT REGISTER-KEY-WAS-FOUND
                   ADD 1 TO UNREGISTERED-COUNT
                   MOVE 'H' TO NEW-FINDING-KIND
                   PERFORM SET-FINDING-FROM-RECORD
                   MOVE VREC-AMOUNT TO REGISTER-AMOUNT-EDIT
                   STRING
                           'NO REGISTER ENTRY, AMOUNT '
                                   DELIMITED BY SIZE
                           REGISTER-AMOUNT-EDIT
                                   DELIMITED BY SIZE
                           INTO NEW-FINDING-TEXT
                   END-STRING
                   PERFORM ADD-FINDING
           END-IF
           EXIT
           .

       CHECK-REGISTER-ENTRY.
           IF REGISTER-ENTRY-IS-MATCHED(REGISTER-IDX)
                   EXIT PARAGRAPH
           END-IF

           ADD 1 TO UNHISTORIED-COUNT
           MOVE SPACES TO REGISTER-KEY-ACCOUNT
           MOVE SPACES TO REGISTER-KEY-DATE
           MOVE 1 TO REGISTER-KEY-POINTER
           UNSTRING REGISTER-KEY-FIELD(REGISTER-IDX)
           DELIMITED BY '|'
           INTO REGISTER-KEY-ACCOUNT
                REGISTER-KEY-DATE
           WITH POINTER REGISTER-KEY-POINTER
           END-UNSTRING
           IF REGISTER-KEY-POINTER > 160
                   MOVE 160 TO REGISTER-KEY-POINTER
           END-IF

           MOVE 'K' TO NEW-FINDING-KIND
           MOVE REGISTER-KEY-ACCOUNT TO NEW-FINDING-ACCOUNT-ID
           MOVE 0 TO NEW-FINDING-DATE
           IF REGISTER-KEY-DATE(7:4) IS NUMERIC
                   AND REGISTER-KEY-DATE(4:2) IS NUMERIC
                   AND REGISTER-KEY-DATE(1:2) IS NUMERIC
                   STRING
                           REGISTER-KEY-DATE(7:4) DELIMITED BY SIZE
                           REGISTER-KEY-DATE(4:2) DELIMITED BY SIZE
                           REGISTER-KEY-DATE(1:2) DELIMITED BY SIZE
                           INTO NEW-FINDING-DATE
                   END-STRING
           END-IF
           MOVE 0 TO NEW-FINDING-SEQ
           MOVE SPACES TO NEW-FINDING-TEXT
           STRING
                   'NO HISTORY RECORD: ' DELIMITED BY SIZE
                   REGISTER-KEY-FIELD(REGISTER-IDX)
                           (REGISTER-KEY-POINTER:)
                           DELIMITED BY SIZE
                   INTO NEW-FINDING-TEXT
           END-STRING
           PERFORM ADD-FINDING
           EXIT
           .

       SET-FINDING-FROM-RECORD.
           MOVE VREC-ACCOUNT-ID TO NEW-FINDING-ACCOUNT-ID
           MOVE VREC-DATE TO NEW-FINDING-DATE
           MOVE VREC-SEQ TO NEW-FINDING-SEQ
           MOVE SPACES TO NEW-FINDING-TEXT
           EXIT
           .

       ADD-FINDING.
           IF FINDING-COUNT < FINDING-LIMIT
                   ADD 1 TO FINDING-COUNT
                   SET FINDING-IDX TO FINDING-COUNT
                   MOVE NEW-FINDING-KIND TO FINDING-KIND(FINDING-IDX)
                   MOVE NEW-FINDING-ACCOUNT-ID
                           TO FINDING-ACCOUNT-ID(FINDING-IDX)
                   MOVE NEW-FINDING-DATE TO FINDING-DATE(FINDING-IDX)
                   MOVE NEW-FINDING-SEQ TO FINDING-SEQ(FINDING-IDX)
                   MOVE NEW-FINDING-TEXT TO FINDING-TEXT(FINDING-IDX)
           ELSE
                   ADD 1 TO UNLISTED-FINDING-COUNT
           END-IF
           EXIT
           .

      *****************
      * The step from the last proved closing to the ledger's
      * current one, against history's movements dated after the
      * first and up to the second. Rows rejected or block-listed
      * by NORDAC01 moved the bank but never reached history; a
      * difference of exactly their amount is NORDAC13's business,
      * not a damaged master, but it still has to be looked at -
      * and once it has been, an acceptance line for exactly that
      * difference lets the step through as a warning.
      *****************
       CHECK-LEDGER-STEP.
           IF NOT AC-IS-IN-LEDGER(ACCOUNT-CHECK-IDX)
                   EXIT PARAGRAPH
           END-IF

           IF NOT AC-HAS-ANCHOR(ACCOUNT-CHECK-IDX)
                   MOVE 'N' TO AC-STEP-RESULT(ACCOUNT-CHECK-IDX)
                   ADD 1 TO STEP-NEW-COUNT
                   EXIT PARAGRAPH
           END-IF

           COMPUTE EXPECTED-STEP =
                   AC-LEDGER-BAL(ACCOUNT-CHECK-IDX)
                   - AC-ANCHOR-BAL(ACCOUNT-CHECK-IDX)
           COMPUTE AC-STEP-DIFFERENCE(ACCOUNT-CHECK-IDX) =
                   EXPECTED-STEP
                   - AC-STEP-MOVEMENT(ACCOUNT-CHECK-IDX)

           IF AC-STEP-DIFFERENCE(ACCOUNT-CHECK-IDX) EQUAL 0
                   AND AC-LEDGER-DATE(ACCOUNT-CHECK-IDX)
                           NOT < AC-ANCHOR-DATE(ACCOUNT-CHECK-IDX)
                   MOVE 'P' TO AC-STEP-RESULT(ACCOUNT-CHECK-IDX)
                   ADD 1 TO STEP-PROVED-COUNT
                   EXIT PARAGRAPH
           END-IF

           IF AC-HAS-ACCEPT-LINE(ACCOUNT-CHECK-IDX)
                   AND AC-ACCEPT-DIFFERENCE(ACCOUNT-CHECK-IDX)
                           EQUAL AC-STEP-DIFFERENCE(ACCOUNT-CHECK-IDX)
                   AND AC-LEDGER-DATE(ACCOUNT-CHECK-IDX)
                           NOT < AC-ANCHOR-DATE(ACCOUNT-CHECK-IDX)
                   MOVE 'A' TO AC-STEP-RESULT(ACCOUNT-CHECK-IDX)
                   ADD 1 TO STEP-ACCEPTED-COUNT
           ELSE
                   MOVE 'F' TO AC-STEP-RESULT(ACCOUNT-CHECK-IDX)
                   ADD 1 TO STEP-FAILED-COUNT
           END-IF
           EXIT
           .

      *****************
      * Records with no booking run, per account, against the A
      * lines of the completed runs that named none.
      *****************
       CHECK-ACCOUNT-AGAINST-AUDIT.
           IF AC-HIST-COUNT(ACCOUNT-CHECK-IDX) EQUAL 0
                   AND AC-AUDIT-LINES(ACCOUNT-CHECK-IDX) EQUAL 0
                   EXIT PARAGRAPH
           END-IF

           IF AC-HIST-CREDIT(ACCOUNT-CHECK-IDX)
                   EQUAL AC-AUDIT-CREDIT(ACCOUNT-CHECK-IDX)
                   AND AC-HIST-DEBIT(ACCOUNT-CHECK-IDX)
                           EQUAL AC-AUDIT-DEBIT(ACCOUNT-CHECK-IDX)
                   MOVE 'P' TO AC-AUDIT-RESULT(ACCOUNT-CHECK-IDX)
                   ADD 1 TO AUDIT-AGREED-COUNT
           ELSE
                   MOVE 'F' TO AC-AUDIT-RESULT(ACCOUNT-CHECK-IDX)
                   ADD 1 TO AUDIT-DIFFERS-COUNT
           END-IF
           EXIT
           .

      *****************
      * The trailer's amounts are in the base currency and the A
      * lines' in each account's own; they can only be held
      * against each other for a run that converted nothing.
      *****************
       CHECK-RUN-TRAILER.
           IF AR-IS-HISTORY-ONLY(AUDIT-RUN-IDX)
                   EXIT PARAGRAPH
           END-IF
           IF NOT AR-IS-COMPLETE(AUDIT-RUN-IDX)
                   MOVE 'O' TO AR-RESULT(AUDIT-RUN-IDX)
                   ADD 1 TO RUN-OPEN-COUNT
                   EXIT PARAGRAPH
           END-IF

           ADD 1 TO RUN-CHECKED-COUNT
           MOVE 'P' TO AR-RESULT(AUDIT-RUN-IDX)
           IF AR-TRL-ACCOUNTS(AUDIT-RUN-IDX)
                   NOT EQUAL AR-SUM-ACCOUNTS(AUDIT-RUN-IDX)
                   OR AR-TRL-RECORDS(AUDIT-RUN-IDX)
                   NOT EQUAL AR-SUM-RECORDS(AUDIT-RUN-IDX)
                   MOVE 'F' TO AR-RESULT(AUDIT-RUN-IDX)
           END-IF

           IF AR-IS-CONVERTED(AUDIT-RUN-IDX)
                   ADD 1 TO RUN-CONVERTED-COUNT
           ELSE
                   IF AR-TRL-CREDIT(AUDIT-RUN-IDX)
                           NOT EQUAL AR-SUM-CREDIT(AUDIT-RUN-IDX)
                           OR AR-TRL-DEBIT(AUDIT-RUN-IDX)
                           NOT EQUAL AR-SUM-DEBIT(AUDIT-RUN-IDX)
                           OR AR-TRL-TRANSFER-IN(AUDIT-RUN-IDX)
                           NOT EQUAL AR-SUM-TRANSFER-IN(AUDIT-RUN-IDX)
                           OR AR-TRL-TRANSFER-OUT(AUDIT-RUN-IDX)
                           NOT EQUAL
                                   AR-SUM-TRANSFER-OUT(AUDIT-RUN-IDX)
                           MOVE 'F' TO AR-RESULT(AUDIT-RUN-IDX)
                   END-IF
           END-IF

           IF AR-RESULT(AUDIT-RUN-IDX) EQUAL 'F'
                   ADD 1 TO RUN-FAILED-COUNT
           END-IF
           EXIT
           .

      *****************
      * A completed run against the history booked under the run
      * its S line names: its own id, or on a restart the id of the
      * run that began the work, whose records both runs share.
      * Everything here is in each account's own currency, so a
      * converted run is proved like any other.
      *****************
       CHECK-RUN-BOOKING.
           IF NOT AR-IS-COMPLETE(AUDIT-RUN-IDX)
                   OR AR-BOOKED-AS(AUDIT-RUN-IDX) EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           IF AR-BOOKED-AS(AUDIT-RUN-IDX) EQUAL 'NONE'
                   ADD 1 TO BOOK-NONE-COUNT
                   EXIT PARAGRAPH
           END-IF

           MOVE 'N' TO BOOKED-RUN-FOUND
           SET AUDIT-RUN-BOOK-IDX TO 1
           SEARCH AUDIT-RUN-ENTRY VARYING AUDIT-RUN-BOOK-IDX
                   AT END
                           CONTINUE
                   WHEN AUDIT-RUN-BOOK-IDX > AUDIT-RUN-COUNT
                           CONTINUE
                   WHEN AR-RUN-ID(AUDIT-RUN-BOOK-IDX)
                                   EQUAL AR-BOOKED-AS(AUDIT-RUN-IDX)
                           MOVE 'Y' TO BOOKED-RUN-FOUND
           END-SEARCH

           IF BOOKED-RUN-WAS-FOUND
                   MOVE 'Y' TO AR-CLAIMED(AUDIT-RUN-BOOK-IDX)
                   MOVE AR-HIST-CREDIT(AUDIT-RUN-BOOK-IDX)
                           TO AR-PROOF-CREDIT(AUDIT-RUN-IDX)
                   MOVE AR-HIST-DEBIT(AUDIT-RUN-BOOK-IDX)
                           TO AR-PROOF-DEBIT(AUDIT-RUN-IDX)
           END-IF

           COMPUTE EXPECTED-CREDIT =
                   AR-SUM-CREDIT(AUDIT-RUN-IDX)
                   + AR-SUM-TRANSFER-IN(AUDIT-RUN-IDX)
                   + AR-SUM-PRIOR-ADJ-IN(AUDIT-RUN-IDX)
           COMPUTE EXPECTED-DEBIT =
                   AR-SUM-DEBIT(AUDIT-RUN-IDX)
                   + AR-SUM-TRANSFER-OUT(AUDIT-RUN-IDX)
                   + AR-SUM-PRIOR-ADJ-OUT(AUDIT-RUN-IDX)

           ADD 1 TO BOOK-CHECKED-COUNT
           IF AR-PROOF-CREDIT(AUDIT-RUN-IDX) EQUAL EXPECTED-CREDIT
                   AND AR-PROOF-DEBIT(AUDIT-RUN-IDX)
                           EQUAL EXPECTED-DEBIT
                   MOVE 'P' TO AR-BOOK-RESULT(AUDIT-RUN-IDX)
           ELSE
                   MOVE 'F' TO AR-BOOK-RESULT(AUDIT-RUN-IDX)
                   ADD 1 TO BOOK-FAILED-COUNT
           END-IF
           EXIT
           .

      *****************
      * History booked under a run that no completed run accounts
      * for. While that run has abended and waits for its restart
      * the records are expected; otherwise nothing in the audit
      * log says they were ever booked.
      *****************
       CHECK-BOOKING-CLAIMED.
           IF AR-HIST-COUNT(AUDIT-RUN-IDX) EQUAL 0
                   OR AR-IS-CLAIMED(AUDIT-RUN-IDX)
                   EXIT PARAGRAPH
           END-IF

           IF AR-STATE(AUDIT-RUN-IDX) EQUAL 'S'
                   MOVE 'W' TO AR-BOOK-RESULT(AUDIT-RUN-IDX)
                   ADD 1 TO BOOK-WAITING-COUNT
           ELSE
                   MOVE 'U' TO AR-BOOK-RESULT(AUDIT-RUN-IDX)
                   ADD 1 TO BOOK-UNCLAIMED-COUNT
           END-IF
           EXIT
           .

       SET-VERIFY-RESULT.
           COMPUTE FAILURE-TOTAL =
                   SEQ-GAP-COUNT + SEQ-REPEAT-COUNT + WRONG-YEAR-COUNT
                   + UNREGISTERED-COUNT + UNHISTORIED-COUNT
                   + STEP-FAILED-COUNT + AUDIT-DIFFERS-COUNT
                   + RUN-FAILED-COUNT + BOOK-FAILED-COUNT
                   + BOOK-UNCLAIMED-COUNT
           COMPUTE WARNING-TOTAL =
                   STEP-NEW-COUNT + STEP-ACCEPTED-COUNT
                   + RUN-OPEN-COUNT + RUN-CONVERTED-COUNT
                   + BOOK-WAITING-COUNT + UNREADABLE-LINE-COUNT

           EVALUATE TRUE
                   WHEN FAILURE-TOTAL > 0
                           MOVE 'F' TO VERIFY-RESULT
                   WHEN WARNING-TOTAL > 0
                           MOVE 'W' TO VERIFY-RESULT
                   WHEN OTHER
                           MOVE 'P' TO VERIFY-RESULT
           END-EVALUATE
           EXIT
           .

       WRITE-VERIFY-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: REPORT FILE NOT AVAILABLE, "
                           "STATUS " REPORT-STATUS
           END-IF
           MOVE 0 TO REPORT-PAGE-NUMBER
           MOVE REPORT-LINES-PER-PAGE TO REPORT-LINE-COUNT

           PERFORM WRITE-SOURCES-SECTION
           PERFORM WRITE-LEDGER-STEP-SECTION
           PERFORM WRITE-RUN-BOOKING-SECTION
           PERFORM WRITE-AUDIT-ACCOUNT-SECTION
           PERFORM WRITE-RUN-TRAILER-SECTION
           PERFORM WRITE-FINDINGS-SECTION
           PERFORM WRITE-RESULT-SECTION

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           CLOSE REPORT-FILE
           EXIT
           .

       WRITE-SOURCES-SECTION.
           MOVE 'RECORDS READ:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE '  ' TO RPT-COUNT-INDENT
           MOVE 'LIVE MASTER' TO RPT-COUNT-LABEL
           MOVE MASTER-RECORD-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           PERFORM SHOW-ARCHIVE-YEAR-LINE
                   VARYING ARCHIVE-YEAR-IDX FROM 1 BY 1
                   UNTIL ARCHIVE-YEAR-IDX > ARCHIVE-YEAR-COUNT
           MOVE 'OF WHICH VOIDED' TO RPT-COUNT-LABEL
           MOVE VOIDED-RECORD-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           IF REGISTER-IS-CHECKED
                   MOVE 'REGISTER ENTRIES' TO RPT-COUNT-LABEL
                   MOVE REGISTER-ENTRY-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
           ELSE
                   MOVE '  REGISTER NOT CHECKED - REGISTERFILE NOT SET'
                           TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
           END-IF
           MOVE 'AUDIT LOG RUNS' TO RPT-COUNT-LABEL
           MOVE AUDIT-RUN-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           EXIT
           .

       SHOW-ARCHIVE-YEAR-LINE.
           MOVE '  ' TO RPT-COUNT-INDENT
           MOVE SPACES TO RPT-COUNT-LABEL
           MOVE AYR-YEAR(ARCHIVE-YEAR-IDX) TO ARCHIVE-YEAR-TEXT
           STRING
                   'ARCHIVE ' DELIMITED BY SIZE
                   ARCHIVE-YEAR-TEXT DELIMITED BY SIZE
                   INTO RPT-COUNT-LABEL
           END-STRING
           MOVE AYR-RECORD-COUNT(ARCHIVE-YEAR-IDX) TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           EXIT
           .

       WRITE-LEDGER-STEP-SECTION.
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'BALANCE LEDGER STEPS AGAINST HISTORY:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           IF NOT LEDGER-IS-CHECKED
                   MOVE '  NOT CHECKED - BALLEDGERFILE NOT SET'
                           TO REPORT-LINE-WORK
                   PERFORM WRITE-REPORT-LINE
                   EXIT PARAGRAPH
           END-IF
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '  ACCOUNT                  PROVED     LEDGER    '
                           DELIMITED BY SIZE
                   '    LEDGER STEP       HISTORY    DIFFERENCE'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM SHOW-LEDGER-STEP-LINE
                   VARYING ACCOUNT-SHOW-IDX FROM 1 BY 1
                   UNTIL ACCOUNT-SHOW-IDX > ACCOUNT-CHECK-COUNT
           EXIT
           .

       SHOW-LEDGER-STEP-LINE.
           IF NOT AC-IS-IN-LEDGER(ACCOUNT-SHOW-IDX)
                   EXIT PARAGRAPH
           END-IF

           MOVE AC-ACCOUNT-ID(ACCOUNT-SHOW-IDX) TO STEP-RPT-ACCOUNT
           MOVE AC-LEDGER-DATE(ACCOUNT-SHOW-IDX) TO DATE-TO-SHOW
           PERFORM FORMAT-DATE-TO-SHOW
           MOVE DATE-SHOWN TO STEP-RPT-TO
           MOVE SPACES TO STEP-RPT-FROM
           MOVE 0 TO STEP-RPT-LEDGER
           MOVE 0 TO STEP-RPT-HISTORY
           MOVE 0 TO STEP-RPT-DIFFERENCE

           IF AC-STEP-RESULT(ACCOUNT-SHOW-IDX) EQUAL 'N'
                   MOVE 'FIRST SIGHTING - TAKEN AS IT STANDS'
                           TO STEP-RPT-NOTE
           ELSE
                   MOVE AC-ANCHOR-DATE(ACCOUNT-SHOW-IDX)
                           TO DATE-TO-SHOW
                   PERFORM FORMAT-DATE-TO-SHOW
                   MOVE DATE-SHOWN TO STEP-RPT-FROM
                   COMPUTE STEP-RPT-LEDGER =
                           AC-LEDGER-BAL(ACCOUNT-SHOW-IDX)
                           - AC-ANCHOR-BAL(ACCOUNT-SHOW-IDX)
                   MOVE AC-STEP-MOVEMENT(ACCOUNT-SHOW-IDX)
                           TO STEP-RPT-HISTORY
                   MOVE AC-STEP-DIFFERENCE(ACCOUNT-SHOW-IDX)
                           TO STEP-RPT-DIFFERENCE
                   EVALUATE TRUE
                           WHEN AC-STEP-RESULT(ACCOUNT-SHOW-IDX)
                                   EQUAL 'P'
                                   MOVE 'PROVED' TO STEP-RPT-NOTE
                           WHEN AC-STEP-RESULT(ACCOUNT-SHOW-IDX)
                                   EQUAL 'A'
                                   MOVE 'ACCEPTED - DIFFERENCE ON FILE'
                                           TO STEP-RPT-NOTE
                           WHEN AC-LEDGER-DATE(ACCOUNT-SHOW-IDX)
                                   < AC-ANCHOR-DATE(ACCOUNT-SHOW-IDX)
                                   MOVE '*** LEDGER OLDER THAN LAST '
                                           & 'PROOF'
                                           TO STEP-RPT-NOTE
                           WHEN OTHER
                                   MOVE '*** HISTORY DOES NOT CARRY '
                                           & 'THE STEP'
                                           TO STEP-RPT-NOTE
                   END-EVALUATE
           END-IF
           MOVE STEP-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       WRITE-RUN-BOOKING-SECTION.
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'HISTORY BY BOOKING RUN AGAINST THAT RUN''S A LINES:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '  RUN                FIGURE            A LINES'
                           DELIMITED BY SIZE
                   '       HISTORY' DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM SHOW-RUN-BOOKING-LINES
                   VARYING AUDIT-RUN-SHOW-IDX FROM 1 BY 1
                   UNTIL AUDIT-RUN-SHOW-IDX > AUDIT-RUN-COUNT
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '  (A LINES = CREDIT/DEBIT + TRANSFERS + PRIOR-'
                           DELIMITED BY SIZE
                   'PERIOD DIVERSIONS, IN EACH ACCOUNT''S CURRENCY)'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE '  ' TO RPT-COUNT-INDENT
           MOVE 'RUNS CHECKED' TO RPT-COUNT-LABEL
           MOVE BOOK-CHECKED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RUNS NOT AGREEING' TO RPT-COUNT-LABEL
           MOVE BOOK-FAILED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RUNS THAT KEPT NO HISTORY' TO RPT-COUNT-LABEL
           MOVE BOOK-NONE-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'BOOKED BY NO COMPLETED RUN' TO RPT-COUNT-LABEL
           MOVE BOOK-UNCLAIMED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'BOOKED BY AN ABENDED RUN' TO RPT-COUNT-LABEL
           MOVE BOOK-WAITING-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           EXIT
           .

      *****************
      * Runs that do not agree get a line per amount, A lines
      * first and history beside them; history booked under a run
      * no completed run accounts for gets one line with its
      * record count.
      *****************
       SHOW-RUN-BOOKING-LINES.
           MOVE AR-RUN-ID(AUDIT-RUN-SHOW-IDX) TO RUN-RPT-RUN-ID
           EVALUATE AR-BOOK-RESULT(AUDIT-RUN-SHOW-IDX)
                   WHEN 'F'
                           COMPUTE RUN-RPT-TRAILER =
                                   AR-SUM-CREDIT(AUDIT-RUN-SHOW-IDX)
                                   + AR-SUM-TRANSFER-IN
                                           (AUDIT-RUN-SHOW-IDX)
                                   + AR-SUM-PRIOR-ADJ-IN
                                           (AUDIT-RUN-SHOW-IDX)
                           MOVE AR-PROOF-CREDIT(AUDIT-RUN-SHOW-IDX)
                                   TO RUN-RPT-ACCOUNT-LINES
                           MOVE 'CREDIT' TO RUN-RPT-FIELD
                           PERFORM SHOW-RUN-AMOUNT-PAIR
                           COMPUTE RUN-RPT-TRAILER =
                                   AR-SUM-DEBIT(AUDIT-RUN-SHOW-IDX)
                                   + AR-SUM-TRANSFER-OUT
                                           (AUDIT-RUN-SHOW-IDX)
                                   + AR-SUM-PRIOR-ADJ-OUT
                                           (AUDIT-RUN-SHOW-IDX)
                           MOVE AR-PROOF-DEBIT(AUDIT-RUN-SHOW-IDX)
                                   TO RUN-RPT-ACCOUNT-LINES
                           MOVE 'DEBIT' TO RUN-RPT-FIELD
                           PERFORM SHOW-RUN-AMOUNT-PAIR
                   WHEN 'U'
                   WHEN 'W'
                           MOVE AR-HIST-COUNT(AUDIT-RUN-SHOW-IDX)
                                   TO COUNT-EDIT
                           MOVE SPACES TO REPORT-LINE-WORK
                           STRING
                                   '  ' DELIMITED BY SIZE
                                   RUN-RPT-RUN-ID DELIMITED BY SIZE
                                   '  ' DELIMITED BY SIZE
                                   COUNT-EDIT DELIMITED BY SIZE
                                   ' RECORDS BOOKED' DELIMITED BY SIZE
                                   INTO REPORT-LINE-WORK
                           END-STRING
                           IF AR-BOOK-RESULT(AUDIT-RUN-SHOW-IDX)
                                   EQUAL 'W'
                                   MOVE '- RUN AWAITS ITS RESTART'
                                           TO REPORT-LINE-WORK(47:)
                           ELSE
                                   MOVE '*** NO COMPLETED RUN '
                                           & 'ACCOUNTS FOR THEM'
                                           TO REPORT-LINE-WORK(47:)
                           END-IF
                           PERFORM WRITE-REPORT-LINE
           END-EVALUATE
           EXIT
           .

       WRITE-AUDIT-ACCOUNT-SECTION.
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'RECORDS WITH NO BOOKING RUN AGAINST THE AUDIT LOG:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '  ACCOUNT                  HIST CREDIT   AUDIT '
                           DELIMITED BY SIZE
                   'CREDIT     HIST DEBIT    AUDIT DEBIT'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           PERFORM SHOW-AUDIT-ACCOUNT-LINE
                   VARYING ACCOUNT-SHOW-IDX FROM 1 BY 1
                   UNTIL ACCOUNT-SHOW-IDX > ACCOUNT-CHECK-COUNT
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   '  (AUDIT = A-LINE CREDIT/DEBIT + TRANSFERS OF '
                           DELIMITED BY SIZE
                   'COMPLETED RUNS THAT NAME NO BOOKING RUN)'
                           DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       SHOW-AUDIT-ACCOUNT-LINE.
           IF AC-AUDIT-RESULT(ACCOUNT-SHOW-IDX) EQUAL '-'
                   EXIT PARAGRAPH
           END-IF

           MOVE AC-ACCOUNT-ID(ACCOUNT-SHOW-IDX) TO AUD-RPT-ACCOUNT
           MOVE AC-HIST-CREDIT(ACCOUNT-SHOW-IDX)
                   TO AUD-RPT-HIST-CREDIT
           MOVE AC-AUDIT-CREDIT(ACCOUNT-SHOW-IDX)
                   TO AUD-RPT-AUDIT-CREDIT
           MOVE AC-HIST-DEBIT(ACCOUNT-SHOW-IDX) TO AUD-RPT-HIST-DEBIT
           MOVE AC-AUDIT-DEBIT(ACCOUNT-SHOW-IDX)
                   TO AUD-RPT-AUDIT-DEBIT
           IF AC-AUDIT-RESULT(ACCOUNT-SHOW-IDX) EQUAL 'P'
                   MOVE 'AGREES' TO AUD-RPT-NOTE
           ELSE
                   MOVE '*** DIFFERS' TO AUD-RPT-NOTE
           END-IF
           MOVE AUDIT-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       WRITE-RUN-TRAILER-SECTION.
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'RUN TRAILERS AGAINST THEIR ACCOUNT LINES:'
                   TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           PERFORM SHOW-RUN-TRAILER-LINES
                   VARYING AUDIT-RUN-SHOW-IDX FROM 1 BY 1
                   UNTIL AUDIT-RUN-SHOW-IDX > AUDIT-RUN-COUNT

           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE '  ' TO RPT-COUNT-INDENT
           MOVE 'RUNS CHECKED' TO RPT-COUNT-LABEL
           MOVE RUN-CHECKED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RUNS NOT AGREEING' TO RPT-COUNT-LABEL
           MOVE RUN-FAILED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RUNS CONVERTED (COUNTS ONLY)' TO RPT-COUNT-LABEL
           MOVE RUN-CONVERTED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RUNS WITHOUT TRAILER (ABENDED)' TO RPT-COUNT-LABEL
           MOVE RUN-OPEN-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'THEIR ACCOUNT LINES, SKIPPED' TO RPT-COUNT-LABEL
           MOVE ABANDONED-LINE-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           EXIT
           .

      *****************
      * Only runs that do not agree are listed, one line per
      * figure, trailer first and the A-line sum beside it.
      *****************
       SHOW-RUN-TRAILER-LINES.
           IF AR-RESULT(AUDIT-RUN-SHOW-IDX) NOT EQUAL 'F'
                   EXIT PARAGRAPH
           END-IF

           MOVE AR-RUN-ID(AUDIT-RUN-SHOW-IDX) TO RUN-RPT-RUN-ID
           MOVE AR-TRL-ACCOUNTS(AUDIT-RUN-SHOW-IDX) TO COUNT-EDIT
           MOVE AR-SUM-ACCOUNTS(AUDIT-RUN-SHOW-IDX) TO COUNT-EDIT-2
           MOVE 'ACCOUNTS' TO RUN-RPT-FIELD
           PERFORM SHOW-RUN-COUNT-PAIR
           MOVE AR-TRL-RECORDS(AUDIT-RUN-SHOW-IDX) TO COUNT-EDIT
           MOVE AR-SUM-RECORDS(AUDIT-RUN-SHOW-IDX) TO COUNT-EDIT-2
           MOVE 'RECORDS' TO RUN-RPT-FIELD
           PERFORM SHOW-RUN-COUNT-PAIR
           IF NOT AR-IS-CONVERTED(AUDIT-RUN-SHOW-IDX)
                   MOVE 'CREDIT' TO RUN-RPT-FIELD
                   MOVE AR-TRL-CREDIT(AUDIT-RUN-SHOW-IDX)
                           TO RUN-RPT-TRAILER
                   MOVE AR-SUM-CREDIT(AUDIT-RUN-SHOW-IDX)
                           TO RUN-RPT-ACCOUNT-LINES
                   PERFORM SHOW-RUN-AMOUNT-PAIR
                   MOVE 'DEBIT' TO RUN-RPT-FIELD
                   MOVE AR-TRL-DEBIT(AUDIT-RUN-SHOW-IDX)
                           TO RUN-RPT-TRAILER
                   MOVE AR-SUM-DEBIT(AUDIT-RUN-SHOW-IDX)
                           TO RUN-RPT-ACCOUNT-LINES
                   PERFORM SHOW-RUN-AMOUNT-PAIR
                   MOVE 'TRANSFERIN' TO RUN-RPT-FIELD
                   MOVE AR-TRL-TRANSFER-IN(AUDIT-RUN-SHOW-IDX)
                           TO RUN-RPT-TRAILER
                   MOVE AR-SUM-TRANSFER-IN(AUDIT-RUN-SHOW-IDX)
                           TO RUN-RPT-ACCOUNT-LINES
                   PERFORM SHOW-RUN-AMOUNT-PAIR
                   MOVE 'TRANSFEROUT' TO RUN-RPT-FIELD
                   MOVE AR-TRL-TRANSFER-OUT(AUDIT-RUN-SHOW-IDX)
                           TO RUN-RPT-TRAILER
                   MOVE AR-SUM-TRANSFER-OUT(AUDIT-RUN-SHOW-IDX)
                           TO RUN-RPT-ACCOUNT-LINES
                   PERFORM SHOW-RUN-AMOUNT-PAIR
           END-IF
           EXIT
           .

       SHOW-RUN-COUNT-PAIR.
           MOVE 0 TO RUN-RPT-TRAILER
           MOVE 0 TO RUN-RPT-ACCOUNT-LINES
           MOVE SPACES TO RUN-RPT-NOTE
           STRING
                   'TRAILER ' DELIMITED BY SIZE
                   COUNT-EDIT DELIMITED BY SIZE
                   '  A LINES ' DELIMITED BY SIZE
                   COUNT-EDIT-2 DELIMITED BY SIZE
                   INTO RUN-RPT-NOTE
           END-STRING
           IF COUNT-EDIT NOT EQUAL COUNT-EDIT-2
                   STRING
                           RUN-RPT-NOTE(1:36) DELIMITED BY SIZE
                           '  ***' DELIMITED BY SIZE
                           INTO RUN-RPT-NOTE
                   END-STRING
           END-IF
           MOVE RUN-REPORT-LINE TO REPORT-LINE-WORK
           MOVE SPACES TO REPORT-LINE-WORK(34:26)
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       SHOW-RUN-AMOUNT-PAIR.
           MOVE SPACES TO RUN-RPT-NOTE
           IF RUN-RPT-TRAILER NOT EQUAL RUN-RPT-ACCOUNT-LINES
                   MOVE '***' TO RUN-RPT-NOTE
           END-IF
           MOVE RUN-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       WRITE-FINDINGS-SECTION.
           MOVE 'G' TO SHOW-KIND
           MOVE 'HIST-SEQ GAPS:' TO REPORT-LINE-WORK
           PERFORM SHOW-FINDINGS-OF-KIND
           MOVE 'D' TO SHOW-KIND
           MOVE 'KEYS ON THE LIVE MASTER AND IN AN ARCHIVE:'
                   TO REPORT-LINE-WORK
           PERFORM SHOW-FINDINGS-OF-KIND
           MOVE 'Y' TO SHOW-KIND
           MOVE 'ARCHIVE RECORDS FILED UNDER THE WRONG YEAR:'
                   TO REPORT-LINE-WORK
           PERFORM SHOW-FINDINGS-OF-KIND
           MOVE 'H' TO SHOW-KIND
           MOVE 'HISTORY RECORDS WITH NO REGISTER ENTRY:'
                   TO REPORT-LINE-WORK
           PERFORM SHOW-FINDINGS-OF-KIND
           MOVE 'K' TO SHOW-KIND
           MOVE 'REGISTER ENTRIES WITH NO HISTORY RECORD:'
                   TO REPORT-LINE-WORK
           PERFORM SHOW-FINDINGS-OF-KIND
           IF UNLISTED-FINDING-COUNT > 0
                   PERFORM WRITE-REPORT-BLANK-LINE
                   MOVE SPACES TO REPORT-COUNT-LINE
                   MOVE 'FURTHER FINDINGS NOT LISTED' TO RPT-COUNT-LABEL
                   MOVE UNLISTED-FINDING-COUNT TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
           END-IF
           EXIT
           .

      *****************
      * Heading in REPORT-LINE-WORK on entry; a kind with nothing
      * to list prints no section at all.
      *****************
       SHOW-FINDINGS-OF-KIND.
           MOVE 0 TO SHOW-KIND-COUNT
           PERFORM COUNT-ONE-FINDING
                   VARYING FINDING-SHOW-IDX FROM 1 BY 1
                   UNTIL FINDING-SHOW-IDX > FINDING-COUNT
           IF SHOW-KIND-COUNT EQUAL 0
                   EXIT PARAGRAPH
           END-IF

           MOVE REPORT-LINE-WORK TO FND-RPT-TEXT
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE FND-RPT-TEXT TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           PERFORM SHOW-ONE-FINDING
                   VARYING FINDING-SHOW-IDX FROM 1 BY 1
                   UNTIL FINDING-SHOW-IDX > FINDING-COUNT
           EXIT
           .

       COUNT-ONE-FINDING.
           IF FINDING-KIND(FINDING-SHOW-IDX) EQUAL SHOW-KIND
                   ADD 1 TO SHOW-KIND-COUNT
           END-IF
           EXIT
           .

       SHOW-ONE-FINDING.
           IF FINDING-KIND(FINDING-SHOW-IDX) NOT EQUAL SHOW-KIND
                   EXIT PARAGRAPH
           END-IF

           MOVE FINDING-ACCOUNT-ID(FINDING-SHOW-IDX)
                   TO FND-RPT-ACCOUNT
           MOVE FINDING-DATE(FINDING-SHOW-IDX) TO DATE-TO-SHOW
           PERFORM FORMAT-DATE-TO-SHOW
           MOVE DATE-SHOWN TO FND-RPT-DATE
           IF FINDING-SEQ(FINDING-SHOW-IDX) EQUAL 0
                   MOVE SPACES TO FND-RPT-SEQ
           ELSE
                   MOVE FINDING-SEQ(FINDING-SHOW-IDX) TO SEQ-EDIT
                   MOVE SEQ-EDIT TO FND-RPT-SEQ
           END-IF
           MOVE FINDING-TEXT(FINDING-SHOW-IDX) TO FND-RPT-TEXT
           MOVE FINDING-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       WRITE-RESULT-SECTION.
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'SUMMARY:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE '  ' TO RPT-COUNT-INDENT
           MOVE 'HIST-SEQ GAPS' TO RPT-COUNT-LABEL
           MOVE SEQ-GAP-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'KEYS ON MASTER AND ARCHIVE' TO RPT-COUNT-LABEL
           MOVE SEQ-REPEAT-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ARCHIVE RECORDS WRONG YEAR' TO RPT-COUNT-LABEL
           MOVE WRONG-YEAR-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'HISTORY WITHOUT REGISTER' TO RPT-COUNT-LABEL
           MOVE UNREGISTERED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'REGISTER WITHOUT HISTORY' TO RPT-COUNT-LABEL
           MOVE UNHISTORIED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'LEDGER STEPS PROVED' TO RPT-COUNT-LABEL
           MOVE STEP-PROVED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'LEDGER STEPS NOT PROVED' TO RPT-COUNT-LABEL
           MOVE STEP-FAILED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'LEDGER STEPS ACCEPTED' TO RPT-COUNT-LABEL
           MOVE STEP-ACCEPTED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'LEDGER ACCOUNTS FIRST SEEN' TO RPT-COUNT-LABEL
           MOVE STEP-NEW-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ACCOUNTS AGREEING WITH AUDIT' TO RPT-COUNT-LABEL
           MOVE AUDIT-AGREED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ACCOUNTS DIFFERING FROM AUDIT' TO RPT-COUNT-LABEL
           MOVE AUDIT-DIFFERS-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RUNS NOT AGREEING WITH HISTORY' TO RPT-COUNT-LABEL
           MOVE BOOK-FAILED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'HISTORY OF NO COMPLETED RUN' TO RPT-COUNT-LABEL
           MOVE BOOK-UNCLAIMED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RUN TRAILERS NOT AGREEING' TO RPT-COUNT-LABEL
           MOVE RUN-FAILED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'UNREADABLE AUDIT/ACCEPT LINES' TO RPT-COUNT-LABEL
           MOVE UNREADABLE-LINE-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'FINDINGS' TO RPT-COUNT-LABEL
           MOVE FAILURE-TOTAL TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'WARNINGS' TO RPT-COUNT-LABEL
           MOVE WARNING-TOTAL TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           EVALUATE TRUE
                   WHEN VERIFY-FAILED
                           MOVE '*** INTEGRITY CHECK FAILED ***'
                                   TO REPORT-LINE-WORK
                   WHEN VERIFY-WARNED
                           MOVE 'INTEGRITY PROVED, WITH WARNINGS'
                                   TO REPORT-LINE-WORK
                   WHEN OTHER
                           MOVE 'INTEGRITY PROVED'
                                   TO REPORT-LINE-WORK
           END-EVALUATE
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

      *****************
      * Proved and accepted steps and first sightings move the
      * anchor to the ledger's closing; a failed step keeps the
      * old anchor. An anchor whose account has left the ledger
      * is kept as is.
      *****************
       WRITE-BALANCE-ANCHORS.
           MOVE ANCHOR-FILENAME TO ANCHOR-TARGET-FILENAME
           MOVE SPACES TO ANCHOR-TEMP-FILENAME
           STRING
                   FUNCTION TRIM(ANCHOR-TARGET-FILENAME)
                           DELIMITED BY SIZE
                   '.TMP' DELIMITED BY SIZE
                   INTO ANCHOR-TEMP-FILENAME
           END-STRING
           MOVE ANCHOR-TEMP-FILENAME TO ANCHOR-FILENAME
           OPEN OUTPUT ANCHOR-FILE
           IF ANCHOR-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: CANNOT WRITE "
                           FUNCTION TRIM(ANCHOR-FILENAME)
                           ", STATUS " ANCHOR-STATUS
                   MOVE ANCHOR-TARGET-FILENAME TO ANCHOR-FILENAME
                   EXIT PARAGRAPH
           END-IF

           PERFORM WRITE-ONE-ANCHOR-LINE
                   VARYING ACCOUNT-SHOW-IDX FROM 1 BY 1
                   UNTIL ACCOUNT-SHOW-IDX > ACCOUNT-CHECK-COUNT

           CLOSE ANCHOR-FILE
           CALL "CBL_RENAME_FILE" USING
                   ANCHOR-TEMP-FILENAME
                   ANCHOR-TARGET-FILENAME
                   RETURNING ANCHOR-RENAME-STATUS
           END-CALL
           MOVE ANCHOR-TARGET-FILENAME TO ANCHOR-FILENAME
           EXIT
           .

       WRITE-ONE-ANCHOR-LINE.
           EVALUATE TRUE
                   WHEN AC-STEP-RESULT(ACCOUNT-SHOW-IDX) EQUAL 'P'
                   WHEN AC-STEP-RESULT(ACCOUNT-SHOW-IDX) EQUAL 'A'
                   WHEN AC-STEP-RESULT(ACCOUNT-SHOW-IDX) EQUAL 'N'
                           MOVE AC-LEDGER-DATE(ACCOUNT-SHOW-IDX)
                                   TO LEDGER-DATE-TEXT
                           MOVE AC-LEDGER-BAL(ACCOUNT-SHOW-IDX)
                                   TO LEDGER-AMOUNT-EDIT
                   WHEN AC-HAS-ANCHOR(ACCOUNT-SHOW-IDX)
                           MOVE AC-ANCHOR-DATE(ACCOUNT-SHOW-IDX)
                                   TO LEDGER-DATE-TEXT
                           MOVE AC-ANCHOR-BAL(ACCOUNT-SHOW-IDX)
                                   TO LEDGER-AMOUNT-EDIT
                   WHEN OTHER
                           EXIT PARAGRAPH
           END-EVALUATE

           MOVE SPACES TO ANCHOR-DATA
           STRING
                   FUNCTION TRIM(AC-ACCOUNT-ID(ACCOUNT-SHOW-IDX))
                           DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   LEDGER-DATE-TEXT DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   LEDGER-AMOUNT-EDIT DELIMITED BY SIZE
                   INTO ANCHOR-DATA
           END-STRING
           WRITE ANCHOR-REC
           EXIT
           .

       WRITE-AUDIT-VERIFY-LINE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: AUDIT LOG NOT AVAILABLE, "
                           "STATUS " AUDIT-STATUS
                   EXIT PARAGRAPH
           END-IF

           MOVE MASTER-RECORD-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-1
           MOVE ARCHIVE-RECORD-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-2
           MOVE REGISTER-ENTRY-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-3
           MOVE FAILURE-TOTAL TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-4

           MOVE SPACES TO AUDIT-REC-DATA
           STRING
                   'V' DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RUN-ID DELIMITED BY SIZE
                   '|MASTER=' DELIMITED BY SIZE
                   AUDIT-COUNT-TEXT-1 DELIMITED BY SIZE
                   '|ARCHIVED=' DELIMITED BY SIZE
                   AUDIT-COUNT-TEXT-2 DELIMITED BY SIZE
                   '|REGISTER=' DELIMITED BY SIZE
                   AUDIT-COUNT-TEXT-3 DELIMITED BY SIZE
                   '|FINDINGS=' DELIMITED BY SIZE
                   AUDIT-COUNT-TEXT-4 DELIMITED BY SIZE
                   '|RESULT=' DELIMITED BY SIZE
                   VERIFY-RESULT DELIMITED BY SIZE
                   INTO AUDIT-REC-DATA
           END-STRING
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
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

       FORMAT-DATE-TO-SHOW.
           IF DATE-TO-SHOW EQUAL 0
                   MOVE SPACES TO DATE-SHOWN
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
