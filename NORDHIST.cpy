      *
      * The payload mirrors NORD-TX-RECORD as parsed from the
      * Nordea export.
      *
      * HIST-MAINTENANCE is written as spaces by NORDAC01, except
      * on an internal-transfer leg between two of our own accounts,
      * where NORDAC01 sets OVERRIDE-CATEGORY and OVERRIDE-TX-TYPE
      * to INTERNAL-TRANSFER, OVERRIDE-GL-CODE to the clearing
      * account and MAINTAINED-BY/-RUN to itself and its run id.
      * Otherwise only NORDAC14 sets it, on request:
      *   ANNOTATION/ANNOTATED-BY  - free-text note and its author.
      *   OVERRIDE-CATEGORY        - used instead of the CATEGORYFILE
      *                              pattern result.
      *   OVERRIDE-TX-TYPE         - used instead of TRANSACTION for
      *                              type totals, filters and groups.
      *   OVERRIDE-GL-CODE         - bookkeeping account the row
      *                              really belongs to.
      *   VOID-FLAG/VOID-REASON    - V = voided; the row stays on
      *                              the master but readers leave
      *                              it out of their totals.
      *   MAINTAINED-BY/-RUN       - operator and run of the last
      *                              change.
      * HIST-BOOKED-RUN is the exception: NORDAC01 sets it on every
      * record it writes, to the run the record was booked under
      * (on a restart, the run that began the work - the one its
      * S line names as BOOKED=), so NORDAC15 can prove each run's
      * history against that run's audit lines. Nothing else ever
      * changes it; records from before it was carried have it
      * blank.
      *
      * HIST-MAINTENANCE lengthened the record. A master or NORDAC08
      * archive year written before then will not open (status 39)
      * until NORDAC20 has been run once with the same HISTORYFILE,
      * NORDARCHPREFIX and NORDARCHFROMYEAR: it copies every file
      * into this layout with HIST-MAINTENANCE (BOOKED-RUN with it)
      * blank, proves the counts and amounts, and renames the
      * copies into place.
      * Files already in this layout are left alone.
      *****************
       01  HIST-REC.
               05  HIST-KEY.
               05  HIST-CARD-NUMBER PIC X(16).
               05  HIST-RECEIPT PIC X(1).
               05  HIST-CURRENCY PIC X(3).
               05  HIST-MAINTENANCE.
                       10  HIST-ANNOTATION PIC X(64).
                       10  HIST-ANNOTATED-BY PIC X(16).
                       10  HIST-OVERRIDE-CATEGORY PIC X(24).
                       10  HIST-OVERRIDE-TX-TYPE PIC X(24).
                       10  HIST-OVERRIDE-GL-CODE PIC X(8).
                       10  HIST-VOID-FLAG PIC X(1).
                               88  HIST-IS-VOIDED VALUE 'V'.
                       10  HIST-VOID-REASON PIC X(40).
                       10  HIST-MAINTAINED-BY PIC X(16).
                       10  HIST-MAINTAINED-RUN PIC X(17).
                       10  HIST-BOOKED-RUN PIC X(17).
