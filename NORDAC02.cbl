      *           optionally one account via NORDACCOUNTID.
      *   NAME  - every row whose RECIPIENT-AND-PAYER contains the
      *           NORDNAME substring.
      *
      * A row reclassified through NORDAC14 is filtered and totalled
      * under its override transaction type; a voided row is left
      * out of every mode and only counted in the footer.
      *****************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
               05  QUERY-NAME-TALLY PIC 9(4) USAGE COMP.
               05  QUERY-ROW-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  QUERY-TOTAL PIC S9(9)V99 USAGE COMP-3 VALUE 0.
               05  QUERY-VOID-COUNT PIC 9(8) USAGE COMP VALUE 0.
               05  ROW-SELECTED PIC X(1).
                       88  ROW-IS-SELECTED VALUE 'Y'.
               05  ROW-TX-TYPE PIC X(24).

      *****************
      * Optional date-range restriction, same DD.MM.YYYY layout and
                   END-IF
                   MOVE 'Y' TO ROW-SELECTED
                   IF QUERY-TX-TYPE NOT EQUAL SPACES
                           AND ROW-TX-TYPE NOT EQUAL QUERY-TX-TYPE
                           MOVE 'N' TO ROW-SELECTED
                   END-IF
                   IF HIST-IS-VOIDED AND ROW-IS-SELECTED
                           ADD 1 TO QUERY-VOID-COUNT
                           MOVE 'N' TO ROW-SELECTED
                   END-IF
                   IF ROW-IS-SELECTED
                           MOVE 'N' TO ROW-SELECTED
                   END-IF
           END-IF

           IF HIST-IS-VOIDED AND ROW-IS-SELECTED
                   ADD 1 TO QUERY-VOID-COUNT
                   MOVE 'N' TO ROW-SELECTED
           END-IF
           EXIT
           .

                   AT END
                           PERFORM ADD-TYPE-MONTH-ENTRY
                   WHEN TYPE-MONTH-NAME(TYPE-MONTH-IDX)
                                   EQUAL ROW-TX-TYPE
                    AND TYPE-MONTH-KEY(TYPE-MONTH-IDX)
                                   EQUAL TYPE-MONTH-LOOKUP-KEY
                           CONTINUE
           IF TYPE-MONTH-COUNT < TYPE-MONTH-LIMIT
                   ADD 1 TO TYPE-MONTH-COUNT
                   SET TYPE-MONTH-IDX TO TYPE-MONTH-COUNT
                   MOVE ROW-TX-TYPE
                           TO TYPE-MONTH-NAME(TYPE-MONTH-IDX)
                   MOVE TYPE-MONTH-LOOKUP-KEY
                           TO TYPE-MONTH-KEY(TYPE-MONTH-IDX)
           IF HISTORY-STATUS NOT EQUAL 00
                   MOVE 'Y' TO HISTORY-EOF
           END-IF
           IF NOT HISTORY-AT-EOF
                   MOVE HIST-TRANSACTION TO ROW-TX-TYPE
                   IF HIST-OVERRIDE-TX-TYPE NOT EQUAL SPACES
                           MOVE HIST-OVERRIDE-TX-TYPE TO ROW-TX-TYPE
                   END-IF
           END-IF
           EXIT
           .

           MOVE HIST-AMOUNT TO FORMATTED-CURRENCY
           DISPLAY
                   "  " HIST-RECORD-DATE
                   " " ROW-TX-TYPE
                   " " HIST-RECIPIENT-AND-PAYER
                   " " FUNCTION TRIM(FORMATTED-CURRENCY LEADING)
           END-DISPLAY
           IF HIST-ANNOTATION NOT EQUAL SPACES
                   DISPLAY
                           "    NOTE: " FUNCTION TRIM(HIST-ANNOTATION)
                           " (" FUNCTION TRIM(HIST-ANNOTATED-BY) ")"
                   END-DISPLAY
           END-IF
           EXIT
           .


       DISPLAY-QUERY-FOOTER.
           DISPLAY "ROWS SELECTED: " QUERY-ROW-COUNT
           IF QUERY-VOID-COUNT > 0
                   DISPLAY "VOIDED ROWS  : " QUERY-VOID-COUNT
           END-IF
           MOVE QUERY-TOTAL TO FORMATTED-CURRENCY
           DISPLAY
                   "NET TOTAL    : "
