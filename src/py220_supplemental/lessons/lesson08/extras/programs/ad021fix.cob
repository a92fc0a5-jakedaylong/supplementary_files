      *                    TRUE-UP.  ADDRESS-COUNT REPAIRS (04) AND    *
      *                    ORPHAN DELETES (05/06) TOUCH NOTHING THE    *
      *                    GROUPING READS AND FILE NOTHING.            *
      *   10/15/2026  DLW  DELTA ENTRIES ARE NOW STAMPED WITH OPERATOR *
      *                    "AD021FIX" AND TERMINAL "BTCH".             *
      *   10/15/2026  DLW  EVERY MASTER REPAIR NOW APPENDS THE BEFORE  *
      *                    AND AFTER IMAGES TO THE CUSTOMER RECOVERY   *
      *                    JOURNAL (COPY CUSTJRNL, OPENED EXTEND) FOR  *
      *                    FORWARD RECOVERY BY AD028RCV. A JOURNAL     *
      *                    WRITE ERROR ABENDS THE RUN.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN TO CUSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  REPAIR-FEED
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  CUSTOMER-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY CUSTJRNL.

       WORKING-STORAGE SECTION.
       77  WS-REPAIR-STATUS         PIC XX              VALUE "00".
       77  WS-FIXAPPR-STATUS        PIC XX              VALUE "00".
       77  WS-ADDRDLTA-STATUS       PIC XX              VALUE "00".
       77  WS-DELTA-FILED-CT        PIC 9(07) COMP      VALUE ZERO.
       77  WS-RUNCTL-STATUS         PIC XX              VALUE "00".
       77  WS-CUSTJRNL-STATUS       PIC XX              VALUE "00".
       77  WS-JRNL-SEQUENCE-CT      PIC 9(07) COMP      VALUE ZERO.
       77  WS-APPR-EOF-SW           PIC X(01)           VALUE "N".
           88 WS-APPR-EOF-YES              VALUE "Y".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(06).

       01  WS-JRNL-BEFORE-IMAGE     PIC X(500)          VALUE SPACES.

      *    CODE-LEVEL APPROVALS - ONE SWITCH PER AUDFIX DISCREPANCY
      *    CODE (01-06).
       01  WS-CODE-APPROVALS.
               GO TO 9999-ABEND
           END-IF.

           OPEN EXTEND CUSTOMER-JOURNAL.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD021FIX - CUSTOMER JOURNAL OPEN ERROR "
                       WS-CUSTJRNL-STATUS
               GO TO 9999-ABEND
           END-IF.

           WRITE APPLY-REPORT-LINE FROM WS-REPORT-HEADING.

           PERFORM 2100-READ-REPAIR
                       THRU 7000-REPORT-ERROR-EXIT
                   GO TO 3000-APPLY-MIRROR-EXIT
           END-READ.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.

           MOVE CM-BILLING-ADDRESS-LINE-1 TO WV-ADDRESS-LINE-1.
           MOVE CM-BILLING-ZIP1           TO WV-ZIP1.
                       THRU 7000-REPORT-ERROR-EXIT
                   GO TO 3200-APPLY-BAD-SW-EXIT
           END-READ.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.

           MOVE SPACES             TO RD-BEFORE-VALUE.
           MOVE CM-ADDR-BAD-SW     TO RD-BEFORE-VALUE.
                       THRU 7000-REPORT-ERROR-EXIT
                   GO TO 3400-APPLY-ADDR-COUNT-EXIT
           END-READ.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.

           MOVE SPACES                 TO RD-BEFORE-VALUE.
           MOVE CM-ADDRESS-COUNT       TO RD-BEFORE-VALUE.
                   GO TO 6000-REWRITE-MASTER-EXIT
           END-REWRITE.

           PERFORM 6900-WRITE-JOURNAL
               THRU 6900-WRITE-JOURNAL-EXIT.

           PERFORM 6500-REPORT-APPLIED
               THRU 6500-REPORT-APPLIED-EXIT.

           MOVE WS-CURRENT-DATE    TO DL-CHANGE-DATE.
           MOVE WS-CURRENT-TIME    TO DL-CHANGE-TIME.
           SET DL-SOURCE-REPAIR    TO TRUE.
           MOVE "AD021FIX"         TO DL-OPERATOR-ID.
           MOVE "BTCH"             TO DL-TERMINAL-ID.

           WRITE ADDRESS-DELTA-RECORD
               INVALID KEY
       6800-FILE-DELTA-EXIT.
           EXIT.

      ******************************************************************
      *    6900-WRITE-JOURNAL - APPEND THE BEFORE AND AFTER IMAGES OF  *
      *    THE MASTER JUST UPDATED TO THE RECOVERY JOURNAL. THE        *
      *    JOURNAL IS WHAT AD028RCV ROLLS A RESTORED BACKUP FORWARD    *
      *    WITH, SO AN ENTRY THAT CANNOT BE WRITTEN ENDS THE RUN.      *
      ******************************************************************
       6900-WRITE-JOURNAL.
           MOVE SPACES               TO CUSTOMER-JOURNAL-RECORD.
           ADD 1                     TO WS-JRNL-SEQUENCE-CT.
           ACCEPT CJ-JOURNAL-DATE    FROM DATE YYYYMMDD.
           ACCEPT CJ-JOURNAL-TIME    FROM TIME.
           MOVE "AD021FIX"           TO CJ-PROGRAM-ID.
           MOVE WS-CURRENT-DATE      TO CJ-RUN-DATE.
           MOVE WS-CURRENT-TIME      TO CJ-RUN-TIME.
           MOVE WS-JRNL-SEQUENCE-CT  TO CJ-RUN-SEQUENCE.
           SET CJ-ACTION-CHANGE      TO TRUE.
           MOVE CM-CUSTOMER-ID       TO CJ-CUSTOMER-ID.
           MOVE "AD021FIX"           TO CJ-OPERATOR-ID.
           MOVE "BTCH"               TO CJ-TERMINAL-ID.
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
           SET CJ-RECORD-COMPLETE    TO TRUE.

           WRITE CUSTOMER-JOURNAL-RECORD.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD021FIX - CUSTOMER JOURNAL WRITE ERROR "
                       WS-CUSTJRNL-STATUS " FOR " CM-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.
       6900-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    6500-REPORT-APPLIED - ONE APPLIED LINE.  THE BEFORE/AFTER    *
      *    VALUES WERE SET BY THE APPLY PARAGRAPH.                      *
           DISPLAY "AD021FIX - REPAIR ERRORS        " WS-ERROR-CT.
           DISPLAY "AD021FIX - DELTA ENTRIES FILED  "
                   WS-DELTA-FILED-CT.
           DISPLAY "AD021FIX - JOURNAL ENTRIES      "
                   WS-JRNL-SEQUENCE-CT.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.
           CLOSE UNDELIVERABLE-MAIL.
           CLOSE APPLY-RPT.
           CLOSE ADDRESS-DELTA.
           CLOSE CUSTOMER-JOURNAL.
       8000-TERMINATE-EXIT.
           EXIT.

