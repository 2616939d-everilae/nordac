      *   ACCOUNT|YYYYMMDD|EXPECTED-DELTA|PROJECTED-BALANCE|FLAG
      * with FLAG = N on the days the projected balance goes
      * negative, so treasury moves money before it happens.
      *
      * A row reclassified through NORDAC14 is grouped under its
      * override transaction type; a voided row never feeds a
      * flow.
      *****************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05  NEGATIVE-DAY-COUNT PIC 9(4) USAGE COMP VALUE 0.
               05  TODAY-INTEGER PIC 9(8) USAGE COMP.
               05  HIST-DATE-INT PIC 9(8) USAGE COMP.
               05  HIST-FLOW-TYPE PIC X(24).

       01  FORECAST-EDIT-WORK.
               05  FC-DELTA-EDIT PIC -9(9).99.

       01  RUN-COUNTERS.
               05  RECORDS-READ-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  RECORDS-VOIDED-COUNT PIC 9(8) USAGE COMP VALUE 0.

       01  REPORT-CONTROL.
               05  REPORT-PAGE-NUMBER PIC 9(4) USAGE COMP VALUE 0.
           PERFORM FINISH-FORECAST-OUTPUTS

           DISPLAY "NORDAC09: HISTORY RECORDS  " RECORDS-READ-COUNT
           DISPLAY "NORDAC09: VOIDED SKIPPED   " RECORDS-VOIDED-COUNT
           DISPLAY "NORDAC09: FLOW GROUPS      " FLOW-COUNT
           DISPLAY "NORDAC09: RECURRING FLOWS  "
                   RECURRING-FLOW-COUNT
                           EXIT PERFORM
                   END-IF
                   ADD 1 TO RECORDS-READ-COUNT
                   IF HIST-IS-VOIDED
                           ADD 1 TO RECORDS-VOIDED-COUNT
                   ELSE
                           PERFORM TALLY-FLOW-GROUP
                   END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           EXIT
       TALLY-FLOW-GROUP.
           COMPUTE HIST-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(HIST-DATE)
           MOVE HIST-TRANSACTION TO HIST-FLOW-TYPE
           IF HIST-OVERRIDE-TX-TYPE NOT EQUAL SPACES
                   MOVE HIST-OVERRIDE-TX-TYPE TO HIST-FLOW-TYPE
           END-IF

           SET FLOW-IDX TO 1
           SEARCH FLOW-ENTRY
                   WHEN FLOW-ACCOUNT-ID(FLOW-IDX)
                                   EQUAL HIST-ACCOUNT-ID
                    AND FLOW-TRANSACTION(FLOW-IDX)
                                   EQUAL HIST-FLOW-TYPE
                    AND FLOW-PAYER(FLOW-IDX)
                                   EQUAL HIST-RECIPIENT-AND-PAYER
                           CONTINUE
                   SET FLOW-IDX TO FLOW-COUNT
                   MOVE HIST-ACCOUNT-ID
                           TO FLOW-ACCOUNT-ID(FLOW-IDX)
                   MOVE HIST-FLOW-TYPE
                           TO FLOW-TRANSACTION(FLOW-IDX)
                   MOVE HIST-RECIPIENT-AND-PAYER
                           TO FLOW-PAYER(FLOW-IDX)
