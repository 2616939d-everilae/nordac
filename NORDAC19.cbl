|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       >>SOURCE FORMAT IS FIXED
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NORDAC19.

      *****************
      * Retention housekeeping for personal data: anonymises the
      * private-person counterparties of every booking older than
      * the retention period, in the live history master, every
      * NORDAC08 archive year, the counterparty master and
      * NORDAC01's processed register.
      *
      * A row is due when it is dated before the cutoff (today
      * less NORDRETENTIONYEARS) and names a counterparty account.
      * Rows without one (card purchases, fees, interest), rows
      * naming one of our own accounts, and counterparties on the
      * protected list (companies, legal holds, anything else that
      * must be kept as booked) are left as they are. Every other
      * counterparty account is taken to be a private person.
      *
      * Our own accounts are GL data, not personal data. They are
      * taken, as NORDAC01 takes them, from every ACCOUNT-ID in the
      * balance ledger and on NORDCSVLIST, and are on the protected
      * list before the first file is read - older rows booked
      * before NORDAC01 recognised internal transfers name them
      * too. A leg NORDAC01 did flag as an internal transfer adds
      * its account as well, should neither list know it.
      *
      * On a due row the counterparty account is replaced by a
      * token (ANON + run date and time + sequence), the name by
      * ANONYMISED and the token, and the message text is blanked.
      * Amounts, dates, keys, transaction types, references, BIC
      * and the NORDAC14 maintenance fields stay as booked, so
      * NORDAC02 TYPE totals, NORDAC15's proofs and the GL are
      * unaffected. The CATEGORYFILE category NORDAC11 would have
      * found from the name is frozen into the override category
      * first (unless the row already carries one), so the VAT
      * history still classifies the row the same way.
      *
      * One counterparty gets one token for the whole run, in the
      * history, the archives, the counterparty master (where the
      * record is re-keyed on the token once its last sighting is
      * older than the cutoff) and the register (where the account
      * field of the row's key is replaced, so NORDAC15 still
      * pairs history rows with register entries). The token to
      * account pairing is never written anywhere. Accounts are
      * compared with spaces removed and upper-cased, so two
      * master records keyed on the same account spelt two ways
      * get the same token: the second is merged into the first -
      * totals and counts added, the earlier first sighting and
      * the later last sighting kept.
      *
      * Each file is copied to a .NEW file next to it and read
      * back; a file proves when records read = records written
      * (+ records merged, on the counterparty master) and records
      * written = records on the new file and, for history and
      * counterparty files, the amounts read agree with the
      * amounts on the new file. Only when every file proves are
      * the new files renamed over the old ones; otherwise every
      * old file is left untouched and the run fails loudly, as
      * NORDAC08 does.
      *
      *   HISTORYFILE        - the live history master (required)
      *   NORDARCHPREFIX     - archive name prefix, NORDHIST. when
      *                        not set (as NORDAC08)
      *   NORDARCHFROMYEAR   - first archive year looked for, 2000
      *                        when not set; every year from there
      *                        to the cutoff year is opened if it
      *                        exists
      *   CPTYFILE           - NORDAC01's counterparty master;
      *                        skipped when not set
      *   REGISTERFILE       - NORDAC01's processed register;
      *                        skipped when not set
      *   BALLEDGERFILE      - NORDAC01's balance ledger; every
      *                        ACCOUNT-ID on it is one of ours
      *   NORDCSVLIST        - NORDAC01's account list; every
      *                        ACCOUNT-ID on it is one of ours. At
      *                        least one of the two is required
      *   NORDPROTECTFILE    - protected counterparties (required),
      *                        one per line:
      *                          IBAN|REASON
      *                        lines starting with * are comments;
      *                        accounts are compared with spaces
      *                        removed and upper-cased
      *   CATEGORYFILE       - NORDAC11's category patterns
      *                        (required)
      *   NORDRETENTIONYEARS - retention period in years, 10 when
      *                        not set
      *   NORDAUDIT          - audit log, NORDAC01.AUD when not set
      *   NORDANONRPT        - report, NORDAC19.RPT when not set
      *
      * One D line goes to the audit log per run:
      *   D|RUN-ID|CUTOFF=YYYYMMDD|READ=n|ANONYMISED=n|
      *   COUNTERPARTIES=n|PROOF=P/F
      *
      * RC 0 everything proved and installed, 12 a parameter or
      * input file problem, 16 a proof, write or rename failure or
      * a table overflow.
      *****************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER. GNULINUX.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HISTORY-FILE
                   ASSIGN TO PASS-OLD-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS HIST-KEY
                   FILE STATUS IS HISTORY-STATUS.

           SELECT NEW-HISTORY-FILE
                   ASSIGN TO PASS-NEW-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NEWH-KEY
                   FILE STATUS IS NEW-HISTORY-STATUS.

           SELECT COUNTERPARTY-FILE
                   ASSIGN TO PASS-OLD-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS CPTY-KEY
                   FILE STATUS IS COUNTERPARTY-STATUS.

           SELECT NEW-COUNTERPARTY-FILE
                   ASSIGN TO PASS-NEW-FILENAME
                   ORGANIZATION IS INDEXED
                   ACCESS MODE IS DYNAMIC
                   RECORD KEY IS NEWC-KEY
                   FILE STATUS IS NEW-COUNTERPARTY-STATUS.

           SELECT REGISTER-FILE
                   ASSIGN TO PASS-OLD-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS REGISTER-STATUS.

           SELECT NEW-REGISTER-FILE
                   ASSIGN TO PASS-NEW-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS NEW-REGISTER-STATUS.

           SELECT PROTECT-FILE
                   ASSIGN TO PROTECT-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS PROTECT-STATUS.

           SELECT BALANCE-LEDGER-FILE
                   ASSIGN TO BALANCE-LEDGER-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS BALANCE-LEDGER-STATUS.

           SELECT ACCOUNT-LIST-FILE
                   ASSIGN TO ACCOUNT-LIST-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS ACCOUNT-LIST-STATUS.

           SELECT CATEGORY-FILE
                   ASSIGN TO CATEGORY-FILENAME
                   ORGANIZATION IS LINE SEQUENTIAL
                   ACCESS MODE IS SEQUENTIAL
                   FILE STATUS IS CATEGORY-STATUS.

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
       FD  HISTORY-FILE.
       COPY NORDHIST.

       FD  NEW-HISTORY-FILE.
       COPY NORDHIST REPLACING LEADING ==HIST== BY ==NEWH==.

       FD  COUNTERPARTY-FILE.
       COPY NORDCPTY.

       FD  NEW-COUNTERPARTY-FILE.
       COPY NORDCPTY REPLACING LEADING ==CPTY== BY ==NEWC==.

       FD  REGISTER-FILE.
       01  REGISTER-REC.
               05  REGISTER-REC-DATA PIC X(160).

       FD  NEW-REGISTER-FILE.
       01  NEW-REGISTER-REC.
               05  NEW-REGISTER-REC-DATA PIC X(160).

       FD  PROTECT-FILE.
       01  PROTECT-REC.
               05  PROTECT-REC-DATA PIC X(128).

       FD  BALANCE-LEDGER-FILE.
       01  BALANCE-LEDGER-REC.
               05  BALANCE-LEDGER-DATA PIC X(128).

       FD  ACCOUNT-LIST-FILE.
       01  ACCOUNT-LIST-REC.
               05  ACCOUNT-LIST-DATA PIC X(512).

       FD  CATEGORY-FILE.
       01  CATEGORY-REC.
               05  CATEGORY-REC-DATA PIC X(80).

       FD  AUDIT-FILE.
       01  AUDIT-REC.
               05  AUDIT-REC-DATA PIC X(600).

       FD  REPORT-FILE.
       01  REPORT-REC PIC X(132).

       WORKING-STORAGE SECTION.
       01  HISTORY-STATUS PIC 99.
       01  HISTORY-FILENAME PIC X(256).
       01  NEW-HISTORY-STATUS PIC 99.
       01  COUNTERPARTY-STATUS PIC 99.
       01  COUNTERPARTY-FILENAME PIC X(256).
       01  COUNTERPARTY-ACTIVE PIC X(1) VALUE 'N'.
               88  COUNTERPARTY-IS-ACTIVE VALUE 'Y'.
       01  NEW-COUNTERPARTY-STATUS PIC 99.
       01  REGISTER-STATUS PIC 99.
       01  REGISTER-FILENAME PIC X(256).
       01  REGISTER-ACTIVE PIC X(1) VALUE 'N'.
               88  REGISTER-IS-ACTIVE VALUE 'Y'.
       01  NEW-REGISTER-STATUS PIC 99.
       01  ARCHIVE-FILENAME PIC X(256).
       01  ARCHIVE-PREFIX PIC X(240).
       01  PROTECT-STATUS PIC 99.
       01  PROTECT-FILENAME PIC X(256).
       01  BALANCE-LEDGER-STATUS PIC 99.
       01  BALANCE-LEDGER-FILENAME PIC X(256).
       01  ACCOUNT-LIST-STATUS PIC 99.
       01  ACCOUNT-LIST-FILENAME PIC X(256).
       01  CATEGORY-STATUS PIC 99.
       01  CATEGORY-FILENAME PIC X(256).
       01  AUDIT-STATUS PIC 99.
       01  AUDIT-FILENAME PIC X(256).
       01  REPORT-STATUS PIC 99.
       01  REPORT-FILENAME PIC X(256).

      *****************
      * The file in hand and the .NEW copy built next to it; every
      * pass assigns its old/new pair here.
      *****************
       01  PASS-OLD-FILENAME PIC X(256).
       01  PASS-NEW-FILENAME PIC X(256).
       01  PASS-RENAME-STATUS PIC S9(9) USAGE COMP-5.

       77  HT PIC X VALUE X"09".

       01  RUN-AUDIT-CONTROL.
               05  RUN-ID PIC X(17).
               05  RUN-DATE-TEXT PIC X(8).
               05  RUN-TIME-TEXT PIC X(8).

       01  RETENTION-CONTROL.
               05  RETENTION-YEARS-TEXT PIC X(4).
               05  RETENTION-YEARS PIC 9(2) VALUE 10.
               05  RUN-YEAR PIC 9(4).
               05  CUTOFF-YEAR PIC 9(4).
               05  CUTOFF-DATE PIC 9(8).

       01  ARCHIVE-CONTROL.
               05  ARCHIVE-FROM-YEAR-TEXT PIC X(4).
               05  ARCHIVE-FROM-YEAR PIC 9(4).
               05  ARCHIVE-YEAR PIC 9(4).
               05  ARCHIVE-YEAR-TEXT PIC 9(4).

       01  READ-CONTROL.
               05  HISTORY-EOF PIC X(1) VALUE 'N'.
                       88  HISTORY-AT-EOF VALUE 'Y'.
               05  COUNTERPARTY-EOF PIC X(1) VALUE 'N'.
                       88  COUNTERPARTY-AT-EOF VALUE 'Y'.

      *****************
      * One entry per file copied: the live master, each archive
      * year found, the counterparty master and the register.
      *****************
       01  PASS-TABLE.
               05  PASS-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  PASS-ENTRY OCCURS 110 TIMES
                           INDEXED BY PASS-IDX
                                      PASS-SHOW-IDX.
                       10  PASS-KIND PIC X(1).
                               88  PASS-IS-HISTORY VALUE 'H'.
                               88  PASS-IS-ARCHIVE VALUE 'A'.
                               88  PASS-IS-COUNTERPARTY VALUE 'C'.
                               88  PASS-IS-REGISTER VALUE 'G'.
                       10  PASS-FILENAME PIC X(256).
                       10  PASS-NEW-NAME PIC X(256).
                       10  PASS-READ-COUNT PIC 9(8) USAGE COMP.
                       10  PASS-CHANGED-COUNT PIC 9(8) USAGE COMP.
                       10  PASS-EXEMPT-COUNT PIC 9(8) USAGE COMP.
                       10  PASS-WRITTEN-COUNT PIC 9(8) USAGE COMP.
                       10  PASS-MERGED-COUNT PIC 9(8) USAGE COMP.
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

      *****************
      * Protected counterparties from NORDPROTECTFILE and our own
      * accounts from the balance ledger and NORDCSVLIST, all loaded
      * before the first pass, plus any further own account an
      * internal-transfer leg names. The history, the counterparty
      * master and the register all keep these as booked.
      *****************
       01  PROTECT-TABLE.
               05  PROTECT-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  PROTECT-ENTRY OCCURS 2000 TIMES
                           INDEXED BY PROTECT-IDX
                                      PROTECT-SHOW-IDX.
                       10  PROTECTED-IBAN PIC X(24).
                       10  PROTECTED-REASON PIC X(40).
                       10  PROTECTED-HIT-COUNT PIC 9(8) USAGE COMP.

       77  PROTECT-LIMIT PIC 9(4) USAGE COMP VALUE 2000.

       01  PROTECT-CONTROL.
               05  PROTECT-IBAN-WORK PIC X(24).
               05  OWN-ACCOUNT-WORK PIC X(24).
               05  PROTECT-REASON-WORK PIC X(40).
               05  COUNTERPARTY-PROTECTED PIC X(1).
                       88  COUNTERPARTY-IS-PROTECTED VALUE 'Y'.

      *****************
      * Counterparty account (spaces removed, upper-cased) to
      * token, for the run only.
      *****************
       01  ANON-TOKEN-TABLE.
               05  ANON-TOKEN-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  ANON-TOKEN-ENTRY OCCURS 20000 TIMES
                           INDEXED BY ANON-TOKEN-IDX.
                       10  ANON-TOKEN-IBAN PIC X(24).
                       10  ANON-TOKEN-VALUE PIC X(24).

       77  ANON-TOKEN-LIMIT PIC 9(8) USAGE COMP VALUE 20000.

       01  ANON-TOKEN-CONTROL.
               05  ANON-TOKEN-FOUND PIC X(1).
                       88  ANON-TOKEN-WAS-FOUND VALUE 'Y'.
               05  ANON-SEQUENCE-EDIT PIC 9(6).
               05  ANON-TOKEN-WORK PIC X(24).
               05  ANON-NAME-WORK PIC X(64).

       01  COMPACT-WORK.
               05  COMPACT-SOURCE PIC X(24).
               05  COMPACT-RESULT PIC X(24).
               05  COMPACT-CHAR-POS PIC 9(2) USAGE COMP.
               05  COMPACT-OUT-POS PIC 9(2) USAGE COMP.

      *****************
      * Lookup rules loaded from CATEGORYFILE, tried in file
      * order exactly as NORDAC11 tries them.
      *****************
       01  CATEGORY-LOOKUP-TABLE.
               05  CATEGORY-LOOKUP-COUNT PIC 9(4) USAGE COMP
                           VALUE 0.
               05  CATEGORY-LOOKUP-ENTRY OCCURS 500 TIMES
                           INDEXED BY CATEGORY-LOOKUP-IDX.
                       10  CATEGORY-PATTERN PIC X(40).
                       10  CATEGORY-PATTERN-NAME PIC X(24).

       77  CATEGORY-LOOKUP-LIMIT PIC 9(4) USAGE COMP VALUE 500.

       01  CATEGORY-MATCH-CONTROL.
               05  CATEGORY-MATCH-NAME PIC X(24).
               05  CATEGORY-MATCH-FOUND PIC X(1).
                       88  CATEGORY-MATCH-WAS-FOUND VALUE 'Y'.
               05  CATEGORY-MATCH-TALLY PIC 9(4) USAGE COMP.
               05  CATEGORY-PATTERN-LEN PIC 9(2) USAGE COMP.

      *****************
      * NORDAC01's register key is
      *   ACCOUNT-ID|RECORD-DATE|AMOUNT|ACCOUNT-NUMBER|REF|PAYER-REF
      * and only the fourth field is ever replaced.
      *****************
       01  REGISTER-CONTROL.
               05  REGISTER-LINE-WORK PIC X(160).
               05  REGISTER-KEY-ACCOUNT PIC X(24).
               05  REGISTER-KEY-DATE PIC X(10).
               05  REGISTER-KEY-AMOUNT PIC X(16).
               05  REGISTER-KEY-COUNTERPARTY PIC X(24).
               05  REGISTER-KEY-POINTER PIC 9(3) USAGE COMP.
               05  REGISTER-FIELD-START PIC 9(3) USAGE COMP.

       01  DATE-WORK.
               05  DATE-TO-CONVERT PIC X(10).
               05  DATE-CONVERTED PIC 9(8).

       01  RUN-COUNTERS.
               05  HISTORY-READ-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  HISTORY-CHANGED-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.
               05  PROOF-RESULT PIC X(1) VALUE 'P'.

       01  AUDIT-EDIT-WORK.
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
               05  FILLER PIC X(10) VALUE 'NORDAC19'.
               05  FILLER PIC X(36)
                           VALUE 'PERSONAL DATA ANONYMISATION'.
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

       01  PROTECT-REPORT-LINE.
               05  FILLER PIC X(2) VALUE SPACES.
               05  RPT-PROTECT-IBAN PIC X(26).
               05  RPT-PROTECT-REASON PIC X(42).
               05  RPT-PROTECT-HITS PIC Z(7)9.
               05  FILLER PIC X(54) VALUE SPACES.

       01  RETENTION-EDIT-WORK.
               05  RETENTION-YEARS-EDIT PIC Z9.

|...+.*..1....+....2....+....3....+....4....+....5....+....6....+....7..
       PROCEDURE DIVISION.
           PERFORM INITIALIZE-RUN
           PERFORM LOAD-PROTECT-TABLE
           PERFORM LOAD-OWN-ACCOUNTS
           PERFORM LOAD-CATEGORY-LOOKUP-TABLE

           PERFORM ANONYMISE-ONE-ARCHIVE-YEAR
                   VARYING ARCHIVE-YEAR FROM ARCHIVE-FROM-YEAR BY 1
                   UNTIL ARCHIVE-YEAR > CUTOFF-YEAR
           PERFORM ANONYMISE-HISTORY-MASTER
           IF COUNTERPARTY-IS-ACTIVE
                   PERFORM ANONYMISE-COUNTERPARTY-MASTER
           END-IF
           IF REGISTER-IS-ACTIVE
                   PERFORM ANONYMISE-PROCESSED-REGISTER
           END-IF

           PERFORM PROVE-ONE-PASS
                   VARYING PASS-IDX FROM 1 BY 1
                   UNTIL PASS-IDX > PASS-COUNT
           IF PROOF-RESULT EQUAL 'P'
                   PERFORM INSTALL-ONE-PASS
                           VARYING PASS-IDX FROM 1 BY 1
                           UNTIL PASS-IDX > PASS-COUNT
           ELSE
                   DISPLAY "NORDAC19: COUNTS DO NOT PROVE - "
                           "OLD FILES LEFT UNTOUCHED"
                   MOVE 16 TO RETURN-CODE
           END-IF

           PERFORM WRITE-ANONYMISATION-REPORT
           PERFORM WRITE-AUDIT-ANONYMISE-LINE

           DISPLAY "NORDAC19: CUTOFF DATE         " CUTOFF-DATE
           DISPLAY "NORDAC19: HISTORY RECORDS READ "
                   HISTORY-READ-COUNT
           DISPLAY "NORDAC19: RECORDS ANONYMISED   "
                   HISTORY-CHANGED-COUNT
           DISPLAY "NORDAC19: COUNTERPARTIES       "
                   ANON-TOKEN-COUNT
           DISPLAY "NORDAC19: REPORT WRITTEN TO "
                   FUNCTION TRIM(REPORT-FILENAME)
           STOP RUN
           .

       INITIALIZE-RUN.
           ACCEPT HISTORY-FILENAME FROM ENVIRONMENT 'HISTORYFILE'
           ACCEPT ARCHIVE-PREFIX FROM ENVIRONMENT 'NORDARCHPREFIX'
           ACCEPT ARCHIVE-FROM-YEAR-TEXT
                   FROM ENVIRONMENT 'NORDARCHFROMYEAR'
           ACCEPT COUNTERPARTY-FILENAME FROM ENVIRONMENT 'CPTYFILE'
           ACCEPT REGISTER-FILENAME FROM ENVIRONMENT 'REGISTERFILE'
           ACCEPT PROTECT-FILENAME
                   FROM ENVIRONMENT 'NORDPROTECTFILE'
           ACCEPT BALANCE-LEDGER-FILENAME
                   FROM ENVIRONMENT 'BALLEDGERFILE'
           ACCEPT ACCOUNT-LIST-FILENAME
                   FROM ENVIRONMENT 'NORDCSVLIST'
           ACCEPT CATEGORY-FILENAME
                   FROM ENVIRONMENT 'CATEGORYFILE'
           ACCEPT RETENTION-YEARS-TEXT
                   FROM ENVIRONMENT 'NORDRETENTIONYEARS'
           ACCEPT AUDIT-FILENAME FROM ENVIRONMENT 'NORDAUDIT'
           ACCEPT REPORT-FILENAME FROM ENVIRONMENT 'NORDANONRPT'

           IF HISTORY-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC19: HISTORYFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF PROTECT-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC19: NORDPROTECTFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF BALANCE-LEDGER-FILENAME EQUAL SPACES
                   AND ACCOUNT-LIST-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC19: NEITHER BALLEDGERFILE NOR "
                           "NORDCSVLIST SET - OWN ACCOUNTS UNKNOWN"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF CATEGORY-FILENAME EQUAL SPACES
                   DISPLAY "NORDAC19: CATEGORYFILE NOT SET"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           IF RETENTION-YEARS-TEXT NOT EQUAL SPACES
                   IF FUNCTION TRIM(RETENTION-YEARS-TEXT)
                                   IS NOT NUMERIC
                           OR FUNCTION NUMVAL(RETENTION-YEARS-TEXT)
                                   < 1
                           OR FUNCTION NUMVAL(RETENTION-YEARS-TEXT)
                                   > 99
                           DISPLAY "NORDAC19: NORDRETENTIONYEARS "
                                   "MUST BE 1 TO 99 YEARS"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   MOVE FUNCTION NUMVAL(RETENTION-YEARS-TEXT)
                           TO RETENTION-YEARS
           END-IF
           IF ARCHIVE-FROM-YEAR-TEXT EQUAL SPACES
                   MOVE '2000' TO ARCHIVE-FROM-YEAR-TEXT
           END-IF
           IF ARCHIVE-FROM-YEAR-TEXT IS NOT NUMERIC
                   DISPLAY "NORDAC19: NORDARCHFROMYEAR MUST BE A "
                           "YYYY YEAR"
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           MOVE ARCHIVE-FROM-YEAR-TEXT TO ARCHIVE-FROM-YEAR
           IF ARCHIVE-PREFIX EQUAL SPACES
                   MOVE 'NORDHIST.' TO ARCHIVE-PREFIX
           END-IF
           IF COUNTERPARTY-FILENAME NOT EQUAL SPACES
                   MOVE 'Y' TO COUNTERPARTY-ACTIVE
           END-IF
           IF REGISTER-FILENAME NOT EQUAL SPACES
                   MOVE 'Y' TO REGISTER-ACTIVE
           END-IF
           IF AUDIT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC01.AUD' TO AUDIT-FILENAME
           END-IF
           IF REPORT-FILENAME EQUAL SPACES
                   MOVE 'NORDAC19.RPT' TO REPORT-FILENAME
           END-IF

           ACCEPT RUN-DATE-TEXT FROM DATE YYYYMMDD
           ACCEPT RUN-TIME-TEXT FROM TIME
           STRING
                   'R' DELIMITED BY SIZE
                   RUN-DATE-TEXT DELIMITED BY SIZE
                   RUN-TIME-TEXT DELIMITED BY SIZE
                   INTO RUN-ID
           END-STRING

      *****************
      * The cutoff is the same day of the year, NORDRETENTIONYEARS
      * back; a row dated before it is due.
      *****************
           MOVE RUN-DATE-TEXT(1:4) TO RUN-YEAR
           COMPUTE CUTOFF-YEAR = RUN-YEAR - RETENTION-YEARS
           MOVE RUN-DATE-TEXT TO CUTOFF-DATE
           MOVE CUTOFF-YEAR TO CUTOFF-DATE(1:4)
           EXIT
           .

       LOAD-PROTECT-TABLE.
           MOVE 0 TO PROTECT-COUNT
           OPEN INPUT PROTECT-FILE
           IF PROTECT-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT OPEN "
                           FUNCTION TRIM(PROTECT-FILENAME)
                           ", STATUS " PROTECT-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           PERFORM FOREVER
                   PERFORM READ-PROTECT-FILE
                   IF PROTECT-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM ADD-PROTECT-ENTRY
           END-PERFORM
           CLOSE PROTECT-FILE
           EXIT
           .

       READ-PROTECT-FILE.
           READ PROTECT-FILE INTO PROTECT-REC
           EXIT
           .

       ADD-PROTECT-ENTRY.
           IF PROTECT-REC-DATA(1:1) EQUAL '*'
                   OR PROTECT-REC-DATA EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE SPACES TO PROTECT-IBAN-WORK
           MOVE SPACES TO PROTECT-REASON-WORK
           UNSTRING PROTECT-REC-DATA
           DELIMITED BY '|'
           INTO PROTECT-IBAN-WORK
                PROTECT-REASON-WORK
           END-UNSTRING
           MOVE PROTECT-IBAN-WORK TO COMPACT-SOURCE
           PERFORM COMPACT-ACCOUNT-KEY
           PERFORM STORE-PROTECT-ENTRY
           EXIT
           .

       STORE-PROTECT-ENTRY.
           IF PROTECT-COUNT < PROTECT-LIMIT
                   ADD 1 TO PROTECT-COUNT
                   SET PROTECT-IDX TO PROTECT-COUNT
                   MOVE COMPACT-RESULT TO PROTECTED-IBAN(PROTECT-IDX)
                   MOVE PROTECT-REASON-WORK
                           TO PROTECTED-REASON(PROTECT-IDX)
                   MOVE 0 TO PROTECTED-HIT-COUNT(PROTECT-IDX)
           ELSE
                   DISPLAY "ERROR: PROTECTED COUNTERPARTY TABLE FULL "
                           "- RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       CHECK-PROTECT-TABLE.
           MOVE 'N' TO COUNTERPARTY-PROTECTED
           SET PROTECT-IDX TO 1
           SEARCH PROTECT-ENTRY
                   AT END
                           CONTINUE
                   WHEN PROTECT-IDX > PROTECT-COUNT
                           CONTINUE
                   WHEN PROTECTED-IBAN(PROTECT-IDX)
                                   EQUAL COMPACT-RESULT
                           MOVE 'Y' TO COUNTERPARTY-PROTECTED
           END-SEARCH
           EXIT
           .

      *****************
      * Every ACCOUNT-ID in the balance ledger (ACCOUNT-ID|DATE|BAL)
      * and on NORDCSVLIST (ACCOUNT-ID <TAB> FILENAME ...), as
      * NORDAC01's INITIALIZE-INTERNAL-TRANSFERS collects them. A
      * file that is named but cannot be read stops the run: going
      * on without it would anonymise our own accounts.
      *****************
       LOAD-OWN-ACCOUNTS.
           IF BALANCE-LEDGER-FILENAME NOT EQUAL SPACES
                   PERFORM LOAD-LEDGER-OWN-ACCOUNTS
           END-IF
           IF ACCOUNT-LIST-FILENAME NOT EQUAL SPACES
                   PERFORM LOAD-LIST-OWN-ACCOUNTS
           END-IF
           EXIT
           .

       LOAD-LEDGER-OWN-ACCOUNTS.
           OPEN INPUT BALANCE-LEDGER-FILE
           IF BALANCE-LEDGER-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT OPEN "
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
                   PERFORM ADD-LEDGER-OWN-ACCOUNT
           END-PERFORM
           CLOSE BALANCE-LEDGER-FILE
           EXIT
           .

       LOAD-LIST-OWN-ACCOUNTS.
           OPEN INPUT ACCOUNT-LIST-FILE
           IF ACCOUNT-LIST-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT OPEN "
                           FUNCTION TRIM(ACCOUNT-LIST-FILENAME)
                           ", STATUS " ACCOUNT-LIST-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           PERFORM FOREVER
                   PERFORM READ-ACCOUNT-LIST-FILE
                   IF ACCOUNT-LIST-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM ADD-LIST-OWN-ACCOUNT
           END-PERFORM
           CLOSE ACCOUNT-LIST-FILE
           EXIT
           .

       READ-BALANCE-LEDGER-FILE.
           READ BALANCE-LEDGER-FILE INTO BALANCE-LEDGER-REC
           EXIT
           .

       READ-ACCOUNT-LIST-FILE.
           READ ACCOUNT-LIST-FILE INTO ACCOUNT-LIST-REC
           EXIT
           .

       ADD-LEDGER-OWN-ACCOUNT.
           MOVE SPACES TO OWN-ACCOUNT-WORK
           UNSTRING BALANCE-LEDGER-DATA
           DELIMITED BY '|'
           INTO OWN-ACCOUNT-WORK
           END-UNSTRING
           MOVE 'OWN ACCOUNT (BALANCE LEDGER)'
                   TO PROTECT-REASON-WORK
           PERFORM ADD-OWN-ACCOUNT-ENTRY
           EXIT
           .

       ADD-LIST-OWN-ACCOUNT.
           MOVE SPACES TO OWN-ACCOUNT-WORK
           UNSTRING ACCOUNT-LIST-DATA
           DELIMITED BY HT
           INTO OWN-ACCOUNT-WORK
           END-UNSTRING
           MOVE 'OWN ACCOUNT (NORDCSVLIST)' TO PROTECT-REASON-WORK
           PERFORM ADD-OWN-ACCOUNT-ENTRY
           EXIT
           .

      *****************
      * OWN-ACCOUNT-WORK and PROTECT-REASON-WORK are set; an
      * account already on the list keeps its first reason.
      *****************
       ADD-OWN-ACCOUNT-ENTRY.
           IF OWN-ACCOUNT-WORK EQUAL SPACES
                   EXIT PARAGRAPH
           END-IF
           MOVE OWN-ACCOUNT-WORK TO COMPACT-SOURCE
           PERFORM COMPACT-ACCOUNT-KEY
           PERFORM CHECK-PROTECT-TABLE
           IF NOT COUNTERPARTY-IS-PROTECTED
                   PERFORM STORE-PROTECT-ENTRY
           END-IF
           EXIT
           .

      *****************
      * An internal-transfer leg names one of our own accounts;
      * one neither the ledger nor the list knew is added here.
      *****************
       PROTECT-OWN-ACCOUNT.
           MOVE HIST-ACCOUNT-NUMBER TO OWN-ACCOUNT-WORK
           MOVE 'OWN ACCOUNT (INTERNAL TRANSFER)'
                   TO PROTECT-REASON-WORK
           PERFORM ADD-OWN-ACCOUNT-ENTRY
           EXIT
           .

       LOAD-CATEGORY-LOOKUP-TABLE.
           MOVE 0 TO CATEGORY-LOOKUP-COUNT
           OPEN INPUT CATEGORY-FILE
           IF CATEGORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT OPEN "
                           FUNCTION TRIM(CATEGORY-FILENAME)
                           ", STATUS " CATEGORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           PERFORM FOREVER
                   PERFORM READ-CATEGORY-FILE
                   IF CATEGORY-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   PERFORM ADD-CATEGORY-LOOKUP-ENTRY
           END-PERFORM
           CLOSE CATEGORY-FILE
           EXIT
           .

       READ-CATEGORY-FILE.
           READ CATEGORY-FILE INTO CATEGORY-REC
           EXIT
           .

       ADD-CATEGORY-LOOKUP-ENTRY.
           IF CATEGORY-LOOKUP-COUNT < CATEGORY-LOOKUP-LIMIT
                   ADD 1 TO CATEGORY-LOOKUP-COUNT
                   SET CATEGORY-LOOKUP-IDX TO CATEGORY-LOOKUP-COUNT
                   UNSTRING CATEGORY-REC-DATA
                   DELIMITED BY HT
                   INTO CATEGORY-PATTERN(CATEGORY-LOOKUP-IDX)
                        CATEGORY-PATTERN-NAME(CATEGORY-LOOKUP-IDX)
                   END-UNSTRING
           ELSE
                   DISPLAY "ERROR: CATEGORY PATTERN TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           EXIT
           .

       FIND-CATEGORY-FOR-TRANSACTION.
           MOVE 'N' TO CATEGORY-MATCH-FOUND
           MOVE SPACES TO CATEGORY-MATCH-NAME
           PERFORM CHECK-CATEGORY-PATTERN
                   VARYING CATEGORY-LOOKUP-IDX FROM 1 BY 1
                   UNTIL CATEGORY-LOOKUP-IDX > CATEGORY-LOOKUP-COUNT
                       OR CATEGORY-MATCH-WAS-FOUND
           IF NOT CATEGORY-MATCH-WAS-FOUND
                   MOVE 'UNCATEGORIZED' TO CATEGORY-MATCH-NAME
           END-IF
           EXIT
           .

       CHECK-CATEGORY-PATTERN.
           MOVE 0 TO CATEGORY-MATCH-TALLY
           MOVE FUNCTION LENGTH(
                   FUNCTION TRIM(CATEGORY-PATTERN(CATEGORY-LOOKUP-IDX)))
                   TO CATEGORY-PATTERN-LEN

           IF CATEGORY-PATTERN-LEN > 0
                   INSPECT HIST-RECIPIENT-AND-PAYER
                   TALLYING CATEGORY-MATCH-TALLY
                   FOR ALL CATEGORY-PATTERN(CATEGORY-LOOKUP-IDX)
                           (1:CATEGORY-PATTERN-LEN)
           END-IF

           IF CATEGORY-MATCH-TALLY > 0
                   MOVE 'Y' TO CATEGORY-MATCH-FOUND
                   MOVE CATEGORY-PATTERN-NAME(CATEGORY-LOOKUP-IDX)
                           TO CATEGORY-MATCH-NAME
           END-IF
           EXIT
           .

      *****************
      * Years after the cutoff year hold nothing due, so the walk
      * stops there. A year with no archive file is simply a year
      * NORDAC08 never archived.
      *****************
       ANONYMISE-ONE-ARCHIVE-YEAR.
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
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT EQUAL 00
                   EXIT PARAGRAPH
           END-IF
           MOVE 'A' TO NEW-PASS-KIND
           PERFORM ADD-PASS-ENTRY
           PERFORM COPY-HISTORY-PASS
           EXIT
           .

       ANONYMISE-HISTORY-MASTER.
           MOVE HISTORY-FILENAME TO PASS-OLD-FILENAME
           OPEN INPUT HISTORY-FILE
           IF HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT OPEN HISTORY MASTER, "
                           "STATUS " HISTORY-STATUS
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
           MOVE PASS-OLD-FILENAME TO PASS-FILENAME(PASS-IDX)
           MOVE PASS-NEW-FILENAME TO PASS-NEW-NAME(PASS-IDX)
           MOVE 0 TO PASS-READ-COUNT(PASS-IDX)
           MOVE 0 TO PASS-CHANGED-COUNT(PASS-IDX)
           MOVE 0 TO PASS-EXEMPT-COUNT(PASS-IDX)
           MOVE 0 TO PASS-WRITTEN-COUNT(PASS-IDX)
           MOVE 0 TO PASS-MERGED-COUNT(PASS-IDX)
           MOVE 0 TO PASS-RECOUNT-COUNT(PASS-IDX)
           MOVE 0 TO PASS-AMOUNT-READ(PASS-IDX)
           MOVE 0 TO PASS-AMOUNT-RECOUNT(PASS-IDX)
           MOVE '-' TO PASS-PROOF(PASS-IDX)
           MOVE 'N' TO PASS-INSTALLED(PASS-IDX)
           EXIT
           .

      *****************
      * HISTORY-FILE is open on entry. Every record is copied in
      * key order, anonymised on the way when due, and the copy is
      * then read back for the proof.
      *****************
       COPY-HISTORY-PASS.
           OPEN OUTPUT NEW-HISTORY-FILE
           IF NEW-HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT CREATE "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           ", STATUS " NEW-HISTORY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           MOVE 'N' TO HISTORY-EOF
           PERFORM FOREVER
                   PERFORM READ-NEXT-HISTORY
                   IF HISTORY-AT-EOF
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO PASS-READ-COUNT(PASS-IDX)
                   ADD 1 TO HISTORY-READ-COUNT
                   ADD HIST-AMOUNT TO PASS-AMOUNT-READ(PASS-IDX)
                   PERFORM ANONYMISE-HISTORY-RECORD
                   PERFORM WRITE-NEW-HISTORY-RECORD
           END-PERFORM
           CLOSE HISTORY-FILE
           CLOSE NEW-HISTORY-FILE

           OPEN INPUT NEW-HISTORY-FILE
           IF NEW-HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT REOPEN "
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

       WRITE-NEW-HISTORY-RECORD.
           MOVE HIST-REC TO NEWH-REC
           WRITE NEWH-REC
           IF NEW-HISTORY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: WRITE TO "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           " FAILED, STATUS " NEW-HISTORY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           ADD 1 TO PASS-WRITTEN-COUNT(PASS-IDX)
           EXIT
           .

      *****************
      * Only the personal fields change. The category is frozen
      * from the real name before the name goes.
      *****************
       ANONYMISE-HISTORY-RECORD.
           IF HIST-DATE NOT < CUTOFF-DATE
                   OR HIST-ACCOUNT-NUMBER EQUAL SPACES
                   OR HIST-ACCOUNT-NUMBER(1:4) EQUAL 'ANON'
                   EXIT PARAGRAPH
           END-IF
           IF HIST-OVERRIDE-CATEGORY EQUAL 'INTERNAL-TRANSFER'
                   PERFORM PROTECT-OWN-ACCOUNT
                   EXIT PARAGRAPH
           END-IF

           MOVE HIST-ACCOUNT-NUMBER TO COMPACT-SOURCE
           PERFORM COMPACT-ACCOUNT-KEY
           PERFORM CHECK-PROTECT-TABLE
           IF COUNTERPARTY-IS-PROTECTED
                   ADD 1 TO PASS-EXEMPT-COUNT(PASS-IDX)
                   ADD 1 TO PROTECTED-HIT-COUNT(PROTECT-IDX)
                   EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-ANON-TOKEN

           IF HIST-OVERRIDE-CATEGORY EQUAL SPACES
                   PERFORM FIND-CATEGORY-FOR-TRANSACTION
                   MOVE CATEGORY-MATCH-NAME TO HIST-OVERRIDE-CATEGORY
           END-IF
           MOVE ANON-TOKEN-WORK TO HIST-ACCOUNT-NUMBER
           MOVE ANON-NAME-WORK TO HIST-RECIPIENT-AND-PAYER
           MOVE SPACES TO HIST-MSG
           MOVE 'NORDAC19' TO HIST-MAINTAINED-BY
           MOVE RUN-ID TO HIST-MAINTAINED-RUN
           ADD 1 TO PASS-CHANGED-COUNT(PASS-IDX)
           ADD 1 TO HISTORY-CHANGED-COUNT
           EXIT
           .

      *****************
      * COMPACT-RESULT holds the counterparty account. Finds its
      * token or issues the next one; ANON-TOKEN-WORK and
      * ANON-NAME-WORK are set either way.
      *****************
       ASSIGN-ANON-TOKEN.
           PERFORM LOOKUP-ANON-TOKEN
           IF ANON-TOKEN-WAS-FOUND
                   EXIT PARAGRAPH
           END-IF
           IF ANON-TOKEN-COUNT NOT < ANON-TOKEN-LIMIT
                   DISPLAY "ERROR: ANONYMISATION TOKEN TABLE FULL - "
                           "RUN STOPPED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           ADD 1 TO ANON-TOKEN-COUNT
           SET ANON-TOKEN-IDX TO ANON-TOKEN-COUNT
           MOVE ANON-TOKEN-COUNT TO ANON-SEQUENCE-EDIT
           MOVE COMPACT-RESULT TO ANON-TOKEN-IBAN(ANON-TOKEN-IDX)
           MOVE SPACES TO ANON-TOKEN-VALUE(ANON-TOKEN-IDX)
           STRING
                   'ANON' DELIMITED BY SIZE
                   RUN-ID(2:14) DELIMITED BY SIZE
                   ANON-SEQUENCE-EDIT DELIMITED BY SIZE
                   INTO ANON-TOKEN-VALUE(ANON-TOKEN-IDX)
           END-STRING
           PERFORM SET-ANON-TOKEN-WORK
           EXIT
           .

       LOOKUP-ANON-TOKEN.
           MOVE 'N' TO ANON-TOKEN-FOUND
           SET ANON-TOKEN-IDX TO 1
           SEARCH ANON-TOKEN-ENTRY
                   AT END
                           CONTINUE
                   WHEN ANON-TOKEN-IDX > ANON-TOKEN-COUNT
                           CONTINUE
                   WHEN ANON-TOKEN-IBAN(ANON-TOKEN-IDX)
                                   EQUAL COMPACT-RESULT
                           MOVE 'Y' TO ANON-TOKEN-FOUND
                           PERFORM SET-ANON-TOKEN-WORK
           END-SEARCH
           EXIT
           .

       SET-ANON-TOKEN-WORK.
           MOVE ANON-TOKEN-VALUE(ANON-TOKEN-IDX) TO ANON-TOKEN-WORK
           MOVE SPACES TO ANON-NAME-WORK
           STRING
                   'ANONYMISED ' DELIMITED BY SIZE
                   ANON-TOKEN-WORK DELIMITED BY SIZE
                   INTO ANON-NAME-WORK
           END-STRING
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
      * A counterparty last seen before the cutoff has nothing
      * left on file that is still inside the retention period;
      * its record is re-keyed on the token with the totals kept.
      *****************
       ANONYMISE-COUNTERPARTY-MASTER.
           MOVE COUNTERPARTY-FILENAME TO PASS-OLD-FILENAME
           OPEN INPUT COUNTERPARTY-FILE
           IF COUNTERPARTY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT OPEN "
                           FUNCTION TRIM(COUNTERPARTY-FILENAME)
                           ", STATUS " COUNTERPARTY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           MOVE 'C' TO NEW-PASS-KIND
           PERFORM ADD-PASS-ENTRY
           OPEN OUTPUT NEW-COUNTERPARTY-FILE
           IF NEW-COUNTERPARTY-STATUS EQUAL 00
                   CLOSE NEW-COUNTERPARTY-FILE
                   OPEN I-O NEW-COUNTERPARTY-FILE
           END-IF
           IF NEW-COUNTERPARTY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT CREATE "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           ", STATUS " NEW-COUNTERPARTY-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           MOVE 'N' TO COUNTERPARTY-EOF
           PERFORM FOREVER
                   PERFORM READ-NEXT-COUNTERPARTY
                   IF COUNTERPARTY-AT-EOF
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO PASS-READ-COUNT(PASS-IDX)
                   ADD CPTY-IN-TOTAL TO PASS-AMOUNT-READ(PASS-IDX)
                   ADD CPTY-OUT-TOTAL TO PASS-AMOUNT-READ(PASS-IDX)
                   PERFORM ANONYMISE-COUNTERPARTY-RECORD
                   PERFORM WRITE-NEW-COUNTERPARTY-RECORD
           END-PERFORM
           CLOSE COUNTERPARTY-FILE
           CLOSE NEW-COUNTERPARTY-FILE

           OPEN INPUT NEW-COUNTERPARTY-FILE
           IF NEW-COUNTERPARTY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT REOPEN "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           ", STATUS " NEW-COUNTERPARTY-STATUS
                   EXIT PARAGRAPH
           END-IF
           MOVE 'N' TO COUNTERPARTY-EOF
           PERFORM FOREVER
                   PERFORM READ-NEXT-NEW-COUNTERPARTY
                   IF COUNTERPARTY-AT-EOF
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO PASS-RECOUNT-COUNT(PASS-IDX)
                   ADD NEWC-IN-TOTAL TO PASS-AMOUNT-RECOUNT(PASS-IDX)
                   ADD NEWC-OUT-TOTAL
                           TO PASS-AMOUNT-RECOUNT(PASS-IDX)
           END-PERFORM
           CLOSE NEW-COUNTERPARTY-FILE
           EXIT
           .

       READ-NEXT-COUNTERPARTY.
           READ COUNTERPARTY-FILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO COUNTERPARTY-EOF
           END-READ
           IF COUNTERPARTY-STATUS NOT EQUAL 00
                   MOVE 'Y' TO COUNTERPARTY-EOF
           END-IF
           EXIT
           .

       READ-NEXT-NEW-COUNTERPARTY.
           READ NEW-COUNTERPARTY-FILE NEXT RECORD
                   AT END
                           MOVE 'Y' TO COUNTERPARTY-EOF
           END-READ
           IF NEW-COUNTERPARTY-STATUS NOT EQUAL 00
                   MOVE 'Y' TO COUNTERPARTY-EOF
           END-IF
           EXIT
           .

       ANONYMISE-COUNTERPARTY-RECORD.
           IF CPTY-LAST-SEEN NOT < CUTOFF-DATE
                   OR CPTY-IBAN(1:4) EQUAL 'ANON'
                   EXIT PARAGRAPH
           END-IF
           MOVE CPTY-IBAN TO COMPACT-SOURCE
           PERFORM COMPACT-ACCOUNT-KEY
           PERFORM CHECK-PROTECT-TABLE
           IF COUNTERPARTY-IS-PROTECTED
                   ADD 1 TO PASS-EXEMPT-COUNT(PASS-IDX)
                   ADD 1 TO PROTECTED-HIT-COUNT(PROTECT-IDX)
                   EXIT PARAGRAPH
           END-IF
           PERFORM ASSIGN-ANON-TOKEN
           MOVE ANON-TOKEN-WORK TO CPTY-IBAN
           MOVE ANON-NAME-WORK TO CPTY-NAME
           ADD 1 TO PASS-CHANGED-COUNT(PASS-IDX)
           EXIT
           .

      *****************
      * Keys change, so the new master is written by key, not in
      * the order the old one is read - and opened I-O, so a token
      * already on it can be read back and merged into.
      *****************
       WRITE-NEW-COUNTERPARTY-RECORD.
           MOVE CPTY-REC TO NEWC-REC
           WRITE NEWC-REC
               INVALID KEY
                   CONTINUE
           END-WRITE
           IF NEW-COUNTERPARTY-STATUS EQUAL 22
                   AND CPTY-IBAN(1:4) EQUAL 'ANON'
                   PERFORM MERGE-NEW-COUNTERPARTY-RECORD
                   EXIT PARAGRAPH
           END-IF
           IF NEW-COUNTERPARTY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: WRITE TO "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           " FAILED, STATUS " NEW-COUNTERPARTY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           ADD 1 TO PASS-WRITTEN-COUNT(PASS-IDX)
           EXIT
           .

      *****************
      * A second record for a counterparty that already has its
      * token on the new master: one counterparty, one record.
      *****************
       MERGE-NEW-COUNTERPARTY-RECORD.
           MOVE CPTY-IBAN TO NEWC-IBAN
           READ NEW-COUNTERPARTY-FILE
                   KEY IS NEWC-KEY
                   INVALID KEY
                           CONTINUE
           END-READ
           IF NEW-COUNTERPARTY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: READ OF "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           " FAILED, STATUS " NEW-COUNTERPARTY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF

           ADD CPTY-IN-TOTAL TO NEWC-IN-TOTAL
           ADD CPTY-OUT-TOTAL TO NEWC-OUT-TOTAL
           ADD CPTY-IN-COUNT TO NEWC-IN-COUNT
           ADD CPTY-OUT-COUNT TO NEWC-OUT-COUNT
           IF CPTY-FIRST-SEEN < NEWC-FIRST-SEEN
                   MOVE CPTY-FIRST-SEEN TO NEWC-FIRST-SEEN
           END-IF
           IF CPTY-LAST-SEEN > NEWC-LAST-SEEN
                   MOVE CPTY-LAST-SEEN TO NEWC-LAST-SEEN
           END-IF

           REWRITE NEWC-REC
                   INVALID KEY
                           CONTINUE
           END-REWRITE
           IF NEW-COUNTERPARTY-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: REWRITE OF "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           " FAILED, STATUS " NEW-COUNTERPARTY-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-IF
           ADD 1 TO PASS-MERGED-COUNT(PASS-IDX)
           EXIT
           .

      *****************
      * A register entry is rewritten only when it is dated
      * before the cutoff, its counterparty is not protected and
      * was given a token this run; everything else is copied as
      * it stands.
      *****************
       ANONYMISE-PROCESSED-REGISTER.
           MOVE REGISTER-FILENAME TO PASS-OLD-FILENAME
           OPEN INPUT REGISTER-FILE
           IF REGISTER-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT OPEN "
                           FUNCTION TRIM(REGISTER-FILENAME)
                           ", STATUS " REGISTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF
           MOVE 'G' TO NEW-PASS-KIND
           PERFORM ADD-PASS-ENTRY
           OPEN OUTPUT NEW-REGISTER-FILE
           IF NEW-REGISTER-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT CREATE "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           ", STATUS " NEW-REGISTER-STATUS
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-IF

           PERFORM FOREVER
                   PERFORM READ-REGISTER-FILE
                   IF REGISTER-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO PASS-READ-COUNT(PASS-IDX)
                   MOVE REGISTER-REC-DATA TO REGISTER-LINE-WORK
                   PERFORM ANONYMISE-REGISTER-ENTRY
                   WRITE NEW-REGISTER-REC FROM REGISTER-LINE-WORK
                   IF NEW-REGISTER-STATUS NOT EQUAL 00
                           DISPLAY "NORDAC19: WRITE TO "
                                   FUNCTION TRIM(PASS-NEW-FILENAME)
                                   " FAILED, STATUS "
                                   NEW-REGISTER-STATUS
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                   END-IF
                   ADD 1 TO PASS-WRITTEN-COUNT(PASS-IDX)
           END-PERFORM
           CLOSE REGISTER-FILE
           CLOSE NEW-REGISTER-FILE

           OPEN INPUT NEW-REGISTER-FILE
           IF NEW-REGISTER-STATUS NOT EQUAL 00
                   DISPLAY "NORDAC19: CANNOT REOPEN "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           ", STATUS " NEW-REGISTER-STATUS
                   EXIT PARAGRAPH
           END-IF
           PERFORM FOREVER
                   PERFORM READ-NEW-REGISTER-FILE
                   IF NEW-REGISTER-STATUS NOT EQUAL 00
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO PASS-RECOUNT-COUNT(PASS-IDX)
           END-PERFORM
           CLOSE NEW-REGISTER-FILE
           EXIT
           .

       READ-REGISTER-FILE.
           READ REGISTER-FILE INTO REGISTER-REC
           EXIT
           .

       READ-NEW-REGISTER-FILE.
           READ NEW-REGISTER-FILE INTO NEW-REGISTER-REC
           EXIT
           .

       ANONYMISE-REGISTER-ENTRY.
           MOVE SPACES TO REGISTER-KEY-ACCOUNT
           MOVE SPACES TO REGISTER-KEY-DATE
           MOVE SPACES TO REGISTER-KEY-AMOUNT
           MOVE SPACES TO REGISTER-KEY-COUNTERPARTY
           MOVE 1 TO REGISTER-KEY-POINTER
           UNSTRING REGISTER-REC-DATA
           DELIMITED BY '|'
           INTO REGISTER-KEY-ACCOUNT
                REGISTER-KEY-DATE
                REGISTER-KEY-AMOUNT
           WITH POINTER REGISTER-KEY-POINTER
           END-UNSTRING
           MOVE REGISTER-KEY-POINTER TO REGISTER-FIELD-START
           UNSTRING REGISTER-REC-DATA
           DELIMITED BY '|'
           INTO REGISTER-KEY-COUNTERPARTY
           WITH POINTER REGISTER-KEY-POINTER
           END-UNSTRING

           IF REGISTER-KEY-COUNTERPARTY EQUAL SPACES
                   OR REGISTER-KEY-COUNTERPARTY(1:4) EQUAL 'ANON'
                   OR REGISTER-KEY-POINTER > 160
                   EXIT PARAGRAPH
           END-IF
           MOVE REGISTER-KEY-DATE TO DATE-TO-CONVERT
           PERFORM CONVERT-DATE-TO-COMPARABLE
           IF DATE-CONVERTED NOT < CUTOFF-DATE
                   EXIT PARAGRAPH
           END-IF

           MOVE REGISTER-KEY-COUNTERPARTY TO COMPACT-SOURCE
           PERFORM COMPACT-ACCOUNT-KEY
           PERFORM CHECK-PROTECT-TABLE
           IF COUNTERPARTY-IS-PROTECTED
                   ADD 1 TO PASS-EXEMPT-COUNT(PASS-IDX)
                   ADD 1 TO PROTECTED-HIT-COUNT(PROTECT-IDX)
                   EXIT PARAGRAPH
           END-IF
           PERFORM LOOKUP-ANON-TOKEN
           IF NOT ANON-TOKEN-WAS-FOUND
                   EXIT PARAGRAPH
           END-IF

           MOVE SPACES TO REGISTER-LINE-WORK
           STRING
                   REGISTER-REC-DATA(1:REGISTER-FIELD-START - 1)
                           DELIMITED BY SIZE
                   FUNCTION TRIM(ANON-TOKEN-WORK) DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   REGISTER-REC-DATA(REGISTER-KEY-POINTER:)
                           DELIMITED BY SIZE
                   INTO REGISTER-LINE-WORK
           END-STRING
           ADD 1 TO PASS-CHANGED-COUNT(PASS-IDX)
           EXIT
           .

       CONVERT-DATE-TO-COMPARABLE.
           MOVE 0 TO DATE-CONVERTED
           IF DATE-TO-CONVERT(1:2) IS NOT NUMERIC
                   OR DATE-TO-CONVERT(4:2) IS NOT NUMERIC
                   OR DATE-TO-CONVERT(7:4) IS NOT NUMERIC
                   MOVE 99999999 TO DATE-CONVERTED
                   EXIT PARAGRAPH
           END-IF
           MOVE DATE-TO-CONVERT(7:4) TO DATE-CONVERTED(1:4)
           MOVE DATE-TO-CONVERT(4:2) TO DATE-CONVERTED(5:2)
           MOVE DATE-TO-CONVERT(1:2) TO DATE-CONVERTED(7:2)
           EXIT
           .

       PROVE-ONE-PASS.
           IF PASS-READ-COUNT(PASS-IDX)
                           EQUAL PASS-WRITTEN-COUNT(PASS-IDX)
                                 + PASS-MERGED-COUNT(PASS-IDX)
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
           MOVE PASS-NEW-NAME(PASS-IDX) TO PASS-NEW-FILENAME
           MOVE PASS-FILENAME(PASS-IDX) TO PASS-OLD-FILENAME
           CALL "CBL_RENAME_FILE" USING
                   PASS-NEW-FILENAME
                   PASS-OLD-FILENAME
                   RETURNING PASS-RENAME-STATUS
           END-CALL
           IF PASS-RENAME-STATUS NOT EQUAL 0
                   DISPLAY "NORDAC19: RENAME OF "
                           FUNCTION TRIM(PASS-NEW-FILENAME)
                           " FAILED"
                   MOVE 16 TO RETURN-CODE
           ELSE
                   MOVE 'Y' TO PASS-INSTALLED(PASS-IDX)
           END-IF
           EXIT
           .

      *****************
      * Counts only: the report never names an account, a name or
      * the token a counterparty was given.
      *****************
       WRITE-ANONYMISATION-REPORT.
           OPEN OUTPUT REPORT-FILE
           IF REPORT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: REPORT FILE NOT AVAILABLE, "
                           "STATUS " REPORT-STATUS
           END-IF
           MOVE 0 TO REPORT-PAGE-NUMBER
           MOVE REPORT-LINES-PER-PAGE TO REPORT-LINE-COUNT

           MOVE RETENTION-YEARS TO RETENTION-YEARS-EDIT
           MOVE SPACES TO REPORT-LINE-WORK
           STRING
                   'RETENTION ' DELIMITED BY SIZE
                   FUNCTION TRIM(RETENTION-YEARS-EDIT)
                           DELIMITED BY SIZE
                   ' YEARS - ROWS DATED BEFORE ' DELIMITED BY SIZE
                   CUTOFF-DATE DELIMITED BY SIZE
                   ' ARE DUE' DELIMITED BY SIZE
                   INTO REPORT-LINE-WORK
           END-STRING
           PERFORM WRITE-REPORT-LINE

           PERFORM SHOW-PASS-SECTION
                   VARYING PASS-SHOW-IDX FROM 1 BY 1
                   UNTIL PASS-SHOW-IDX > PASS-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'PROTECTED COUNTERPARTIES:' TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           PERFORM WRITE-REPORT-BLANK-LINE
           PERFORM SHOW-PROTECT-LINE
                   VARYING PROTECT-SHOW-IDX FROM 1 BY 1
                   UNTIL PROTECT-SHOW-IDX > PROTECT-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE 'HISTORY RECORDS READ' TO RPT-COUNT-LABEL
           MOVE HISTORY-READ-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'HISTORY RECORDS ANONYMISED' TO RPT-COUNT-LABEL
           MOVE HISTORY-CHANGED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'COUNTERPARTIES ANONYMISED' TO RPT-COUNT-LABEL
           MOVE ANON-TOKEN-COUNT TO RPT-COUNT-VALUE
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
                   WHEN PASS-IS-COUNTERPARTY(PASS-SHOW-IDX)
                           MOVE 'COUNTERPARTY MASTER '
                                   TO REPORT-LINE-WORK
                   WHEN PASS-IS-REGISTER(PASS-SHOW-IDX)
                           MOVE 'PROCESSED REGISTER '
                                   TO REPORT-LINE-WORK
           END-EVALUATE
           MOVE PASS-FILENAME(PASS-SHOW-IDX)
                   TO REPORT-LINE-WORK(21:112)
           PERFORM WRITE-REPORT-LINE

           MOVE SPACES TO REPORT-COUNT-LINE
           MOVE 'RECORDS READ' TO RPT-COUNT-LABEL
           MOVE PASS-READ-COUNT(PASS-SHOW-IDX) TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RECORDS ANONYMISED' TO RPT-COUNT-LABEL
           MOVE PASS-CHANGED-COUNT(PASS-SHOW-IDX) TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RECORDS KEPT AS PROTECTED' TO RPT-COUNT-LABEL
           MOVE PASS-EXEMPT-COUNT(PASS-SHOW-IDX) TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'RECORDS WRITTEN' TO RPT-COUNT-LABEL
           MOVE PASS-WRITTEN-COUNT(PASS-SHOW-IDX) TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           IF PASS-IS-COUNTERPARTY(PASS-SHOW-IDX)
                   MOVE 'RECORDS MERGED ON A TOKEN' TO RPT-COUNT-LABEL
                   MOVE PASS-MERGED-COUNT(PASS-SHOW-IDX)
                           TO RPT-COUNT-VALUE
                   PERFORM WRITE-REPORT-COUNT
           END-IF
           MOVE 'RECORDS ON NEW FILE' TO RPT-COUNT-LABEL
           MOVE PASS-RECOUNT-COUNT(PASS-SHOW-IDX) TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT

           EVALUATE TRUE
                   WHEN NOT PASS-HAS-PROVED(PASS-SHOW-IDX)
                           MOVE '  *** READ, WRITTEN, NEW FILE OR '
                                   & 'AMOUNTS DISAGREE : FAILED ***'
                                   TO REPORT-LINE-WORK
                   WHEN PASS-IS-COUNTERPARTY(PASS-SHOW-IDX)
                           MOVE '  READ = WRITTEN + MERGED, WRITTEN = '
                                   & 'ON NEW FILE : PROVED'
                                   TO REPORT-LINE-WORK
                   WHEN OTHER
                           MOVE '  READ = WRITTEN = ON NEW FILE : '
                                   & 'PROVED'
                                   TO REPORT-LINE-WORK
           END-EVALUATE
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

       SHOW-PROTECT-LINE.
           MOVE PROTECTED-IBAN(PROTECT-SHOW-IDX) TO RPT-PROTECT-IBAN
           MOVE PROTECTED-REASON(PROTECT-SHOW-IDX)
                   TO RPT-PROTECT-REASON
           MOVE PROTECTED-HIT-COUNT(PROTECT-SHOW-IDX)
                   TO RPT-PROTECT-HITS
           MOVE PROTECT-REPORT-LINE TO REPORT-LINE-WORK
           PERFORM WRITE-REPORT-LINE
           EXIT
           .

       WRITE-AUDIT-ANONYMISE-LINE.
           OPEN EXTEND AUDIT-FILE
           IF AUDIT-STATUS NOT EQUAL 00
                   OPEN OUTPUT AUDIT-FILE
           END-IF
           IF AUDIT-STATUS NOT EQUAL 00
                   DISPLAY "WARNING: AUDIT LOG NOT AVAILABLE, "
                           "STATUS " AUDIT-STATUS
                   EXIT PARAGRAPH
           END-IF

           MOVE HISTORY-READ-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-1
           MOVE HISTORY-CHANGED-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-2
           MOVE ANON-TOKEN-COUNT TO AUDIT-COUNT-EDIT
           MOVE AUDIT-COUNT-EDIT TO AUDIT-COUNT-TEXT-3

           MOVE SPACES TO AUDIT-REC-DATA
           STRING
                   'D' DELIMITED BY SIZE
                   '|' DELIMITED BY SIZE
                   RUN-ID DELIMITED BY SIZE
                   '|CUTOFF=' DELIMITED BY SIZE
                   CUTOFF-DATE DELIMITED BY SIZE
                   '|READ=' DELIMITED BY SIZE
                   AUDIT-COUNT-TEXT-1 DELIMITED BY SIZE
                   '|ANONYMISED=' DELIMITED BY SIZE
                   AUDIT-COUNT-TEXT-2 DELIMITED BY SIZE
                   '|COUNTERPARTIES=' DELIMITED BY SIZE
                   AUDIT-COUNT-TEXT-3 DELIMITED BY SIZE
                   '|PROOF=' DELIMITED BY SIZE
                   PROOF-RESULT DELIMITED BY SIZE
                   INTO AUDIT-REC-DATA
           END-STRING
           WRITE AUDIT-REC
           CLOSE AUDIT-FILE
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
