      *                    ON ITS OWN ENTRY'S KEY AND IS LEFT IN       *
      *                    PLACE (THE FEED ONLY SAYS WHICH SLOTS WERE  *
      *                    TOUCHED, NOT HOW OFTEN).                    *
      *   10/15/2026  DLW  THE ADDRESS-HISTORY AND DELTA ENTRIES OF    *
      *                    EVERY APPLIED CHANGE ARE NOW STAMPED WITH   *
      *                    OPERATOR "AD001UPD" AND TERMINAL "BTCH" FOR *
      *                    THE FRAUD-WATCH REPORT.                     *
      *   10/15/2026  DLW  EVERY MASTER REWRITE NOW APPENDS THE BEFORE *
      *                    AND AFTER IMAGES TO THE CUSTOMER RECOVERY   *
      *                    JOURNAL (COPY CUSTJRNL, OPENED EXTEND) FOR  *
      *                    FORWARD RECOVERY BY AD028RCV. A JOURNAL     *
      *                    WRITE ERROR ABENDS THE RUN.                 *
      *   10/15/2026  DLW  ADDRTRAN IS NOW WRITTEN ONLY BY THE         *
      *                    AD035PRE PRE-EDIT - THE DETAILS OF          *
      *                    BALANCED, EDITED FEED BATCHES - AND THE     *
      *                    AD022GAT GATE REFUSES THIS RUN UNTIL        *
      *                    TONIGHT'S PRE-EDIT HAS COMPLETED. THE       *
      *                    RECORD LAYOUT IS UNCHANGED.                 *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-ADDRDLTA-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN TO CUSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTJRNL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY ADDRDLT.

       FD  CUSTOMER-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY CUSTJRNL.

       WORKING-STORAGE SECTION.
       77  WS-CUSTMAS-STATUS        PIC XX             VALUE "00".
       77  WS-ADDRTRAN-STATUS       PIC XX             VALUE "00".
       77  WS-GATE-RC               PIC 9(02)           VALUE ZERO.
       77  WS-ADDRDLTA-STATUS       PIC XX              VALUE "00".
       77  WS-DELTA-WRITTEN-CT      PIC 9(07) COMP      VALUE ZERO.
       77  WS-CUSTJRNL-STATUS       PIC XX              VALUE "00".
       77  WS-JRNL-SEQUENCE-CT      PIC 9(07) COMP      VALUE ZERO.

       01  WS-SEASONAL-EDIT.
           05 WS-EDIT-MMDD          PIC 9(04).
              10 WS-EDIT-MM         PIC 9(02).
              10 WS-EDIT-DD         PIC 9(02).

       01  WS-JRNL-BEFORE-IMAGE     PIC X(500)          VALUE SPACES.

       01  WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE       PIC 9(08).
           05 WS-CURRENT-TIME       PIC 9(06).
               GO TO 9999-ABEND
           END-IF.

           OPEN EXTEND CUSTOMER-JOURNAL.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD001UPD - CUSTOMER JOURNAL OPEN ERROR "
                       WS-CUSTJRNL-STATUS
               GO TO 9999-ABEND
           END-IF.

           IF WS-RESTART-YES
               OPEN EXTEND AUTO-RESTORE-RPT
           ELSE
                   ADD 1 TO WS-TRANS-REJECT-CT
                   GO TO 2080-NEXT-TRANS
           END-READ.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.

           PERFORM 2050-FIND-ADDRESS-SLOT
               THRU 2050-FIND-ADDRESS-SLOT-EXIT.
           MOVE WS-CURRENT-DATE      TO AH-EFFECTIVE-DATE.
           MOVE WS-CURRENT-TIME      TO AH-EFFECTIVE-TIME.
           MOVE "B"                  TO AH-CHANGE-SOURCE.
           MOVE "AD001UPD"           TO AH-OPERATOR-ID.
           MOVE "BTCH"               TO AH-TERMINAL-ID.
           MOVE ADDRESS-LINE-1 OF CM-ADDRESS (CM-ADDR-IDX)
                                     TO AH-PRIOR-ADDRESS-LINE-1.
           MOVE COUNTRY-CODE OF CM-ADDRESS (CM-ADDR-IDX)
               INVALID KEY
                   DISPLAY "AD001UPD - REWRITE FAILED FOR "
                           CM-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM 4600-WRITE-JOURNAL
                       THRU 4600-WRITE-JOURNAL-EXIT
           END-REWRITE.
       4000-APPLY-ADDRESS-EXIT.
           EXIT.
           MOVE WS-CURRENT-DATE  TO DL-CHANGE-DATE.
           MOVE WS-CURRENT-TIME  TO DL-CHANGE-TIME.
           SET DL-SOURCE-BATCH   TO TRUE.
           MOVE "AD001UPD"       TO DL-OPERATOR-ID.
           MOVE "BTCH"           TO DL-TERMINAL-ID.

           WRITE ADDRESS-DELTA-RECORD
               INVALID KEY
       4500-WRITE-DELTA-EXIT.
           EXIT.

      ******************************************************************
      *    4600-WRITE-JOURNAL - APPEND THE BEFORE AND AFTER IMAGES OF  *
      *    THE MASTER JUST UPDATED TO THE RECOVERY JOURNAL. THE        *
      *    JOURNAL IS WHAT AD028RCV ROLLS A RESTORED BACKUP FORWARD    *
      *    WITH, SO AN ENTRY THAT CANNOT BE WRITTEN ENDS THE RUN.      *
      ******************************************************************
       4600-WRITE-JOURNAL.
           MOVE SPACES               TO CUSTOMER-JOURNAL-RECORD.
           ADD 1                     TO WS-JRNL-SEQUENCE-CT.
           ACCEPT CJ-JOURNAL-DATE    FROM DATE YYYYMMDD.
           ACCEPT CJ-JOURNAL-TIME    FROM TIME.
           MOVE "AD001UPD"           TO CJ-PROGRAM-ID.
           MOVE WS-CURRENT-DATE      TO CJ-RUN-DATE.
           MOVE WS-CURRENT-TIME      TO CJ-RUN-TIME.
           MOVE WS-JRNL-SEQUENCE-CT  TO CJ-RUN-SEQUENCE.
           SET CJ-ACTION-CHANGE      TO TRUE.
           MOVE CM-CUSTOMER-ID       TO CJ-CUSTOMER-ID.
           MOVE "AD001UPD"           TO CJ-OPERATOR-ID.
           MOVE "BTCH"               TO CJ-TERMINAL-ID.
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
           SET CJ-RECORD-COMPLETE    TO TRUE.

           WRITE CUSTOMER-JOURNAL-RECORD.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD001UPD - CUSTOMER JOURNAL WRITE ERROR "
                       WS-CUSTJRNL-STATUS " FOR " CM-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.
       4600-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    5000-AUTO-RESTORE - A FRESH ADDRESS JUST REPLACED A          *
      *    SUPPRESSED CUSTOMER'S ADDRESS.  RESOLVE EVERY OPEN           *
                   WS-AUTO-RESTORE-CT.
           DISPLAY "AD001UPD - DELTA ENTRIES FILED  "
                   WS-DELTA-WRITTEN-CT.
           DISPLAY "AD001UPD - JOURNAL ENTRIES      "
                   WS-JRNL-SEQUENCE-CT.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.
           CLOSE ADDRESS-HISTORY.
           CLOSE EXCEPTION-QUEUE.
           CLOSE ADDRESS-DELTA.
           CLOSE CUSTOMER-JOURNAL.
           CLOSE UNDELIVERABLE-MAIL.
           CLOSE AUTO-RESTORE-RPT.
           CLOSE CHECKPOINT-FILE.
