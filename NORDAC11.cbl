      * their gross amounts - an amount the filing silently misses
      * is an audit finding waiting to happen, so nothing falls
      * off the end of this report.
      *
      * A row reclassified through NORDAC14 uses its override
      * category in place of the pattern result and its override
      * transaction type in place of TRANSACTION; a voided row is
      * counted but never classified.
      *
      * Legs NORDAC01 recognised as internal transfers between our
      * own accounts carry the override category INTERNAL-TRANSFER.
      * Money moved from one of our accounts to another is neither
      * a purchase nor a sale, so those rows are counted and left
      * out of the VAT totals as well.
      *****************
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
                           VALUE 0.
               05  ROWS-UNMAPPED-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.
               05  ROWS-VOIDED-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.
               05  ROWS-TRANSFER-COUNT PIC 9(8) USAGE COMP
                           VALUE 0.

       01  VAT-RATE-EDIT PIC Z9,99.

                   ROWS-IN-WINDOW-COUNT
           DISPLAY "NORDAC11: ROWS UNMAPPED   "
                   ROWS-UNMAPPED-COUNT
           DISPLAY "NORDAC11: ROWS VOIDED     "
                   ROWS-VOIDED-COUNT
           DISPLAY "NORDAC11: ROWS TRANSFER   "
                   ROWS-TRANSFER-COUNT
           DISPLAY "NORDAC11: REPORT WRITTEN TO "
                   FUNCTION TRIM(REPORT-FILENAME)
           STOP RUN
                   ADD 1 TO ROWS-READ-COUNT
                   IF HIST-DATE >= FILTER-START-COMPAR
                           AND HIST-DATE <= FILTER-END-COMPAR
                           EVALUATE TRUE
                           WHEN HIST-IS-VOIDED
                                   ADD 1 TO ROWS-VOIDED-COUNT
                           WHEN HIST-OVERRIDE-CATEGORY
                                   EQUAL 'INTERNAL-TRANSFER'
                                   ADD 1 TO ROWS-TRANSFER-COUNT
                           WHEN OTHER
                                   ADD 1 TO ROWS-IN-WINDOW-COUNT
                                   PERFORM CLASSIFY-ONE-ROW
                           END-EVALUATE
                   END-IF
           END-PERFORM
           CLOSE HISTORY-FILE
           .

      *****************
      * Category rule first (when categories are loaded, or the
      * row carries an override category), then the TRANSACTION
      * type rule; no hit lands in UNMAPPED.
      *****************
       CLASSIFY-ONE-ROW.
           MOVE HIST-DATE(1:6) TO ROW-MONTH-KEY
           END-IF

           MOVE 'N' TO VAT-RULE-FOUND
           MOVE SPACES TO CATEGORY-MATCH-NAME
           IF HIST-OVERRIDE-CATEGORY NOT EQUAL SPACES
                   MOVE HIST-OVERRIDE-CATEGORY TO CATEGORY-MATCH-NAME
                   MOVE HIST-OVERRIDE-CATEGORY TO VAT-LOOKUP-KEY
                   PERFORM FIND-VAT-RULE
           ELSE
                   IF CATEGORY-IS-ACTIVE
                           PERFORM FIND-CATEGORY-FOR-TRANSACTION
                           MOVE CATEGORY-MATCH-NAME TO VAT-LOOKUP-KEY
                           PERFORM FIND-VAT-RULE
                   END-IF
           END-IF
           IF NOT VAT-RULE-WAS-FOUND
                   IF HIST-OVERRIDE-TX-TYPE NOT EQUAL SPACES
                           MOVE HIST-OVERRIDE-TX-TYPE TO VAT-LOOKUP-KEY
                   ELSE
                           MOVE HIST-TRANSACTION TO VAT-LOOKUP-KEY
                   END-IF
                   PERFORM FIND-VAT-RULE
           END-IF

      * section on that would fold every such miss into one line
      * per month. Those rows fall back to the TRANSACTION type,
      * which is what a missing VATRATEFILE rule is written
      * against - the NORDAC14 override type where the row has one.
      * A NORDAC14 override category keys the line as a category
      * would, with or without CATEGORYFILE.
      *****************
       TALLY-UNMAPPED-ROW.
           ADD 1 TO ROWS-UNMAPPED-COUNT
           ADD ROW-GROSS TO TOTAL-UNMAPPED-GROSS

           IF CATEGORY-MATCH-NAME NOT EQUAL SPACES
                   AND CATEGORY-MATCH-NAME NOT EQUAL 'UNCATEGORIZED'
                   MOVE CATEGORY-MATCH-NAME TO VAT-LOOKUP-KEY
           ELSE
                   IF HIST-OVERRIDE-TX-TYPE NOT EQUAL SPACES
                           MOVE HIST-OVERRIDE-TX-TYPE TO VAT-LOOKUP-KEY
                   ELSE
                           MOVE HIST-TRANSACTION TO VAT-LOOKUP-KEY
                   END-IF
           END-IF

           SET UNMAPPED-IDX TO 1
           MOVE 'ROWS UNMAPPED' TO RPT-COUNT-LABEL
           MOVE ROWS-UNMAPPED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ROWS VOIDED' TO RPT-COUNT-LABEL
           MOVE ROWS-VOIDED-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT
           MOVE 'ROWS INTERNAL TRANSFER' TO RPT-COUNT-LABEL
           MOVE ROWS-TRANSFER-COUNT TO RPT-COUNT-VALUE
           PERFORM WRITE-REPORT-COUNT

           PERFORM WRITE-REPORT-BLANK-LINE
           MOVE 'END OF REPORT' TO REPORT-LINE-WORK
