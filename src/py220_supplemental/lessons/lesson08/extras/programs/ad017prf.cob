      *                    THE WHOLE HOUSEHOLD MAILED NOTHING.  A      *
      *                    TRANSACTION THAT RESTATES THE EXISTING      *
      *                    PREFERENCE FILES NOTHING.                   *
      *   10/15/2026  DLW  DELTA ENTRIES ARE NOW STAMPED WITH OPERATOR *
      *                    "AD017PRF" AND TERMINAL "BTCH".             *
      *   10/15/2026  DLW  EVERY MASTER REWRITE NOW APPENDS THE BEFORE *
      *                    AND AFTER IMAGES TO THE CUSTOMER RECOVERY   *
      *                    JOURNAL (COPY CUSTJRNL, OPENED EXTEND) FOR  *
      *                    FORWARD RECOVERY BY AD028RCV. A JOURNAL     *
      *                    WRITE ERROR ABENDS THE RUN.                 *
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
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-PREFTRAN-STATUS       PIC XX              VALUE "00".
       77  WS-ADDRDLTA-STATUS       PIC XX              VALUE "00".
       77  WS-DELTA-FILED-CT        PIC 9(07) COMP      VALUE ZERO.
       77  WS-OLD-PREF-CD           PIC X(01)           VALUE SPACE.
       77  WS-CUSTJRNL-STATUS       PIC XX              VALUE "00".
       77  WS-JRNL-SEQUENCE-CT      PIC 9(07) COMP      VALUE ZERO.

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(06).

       01  WS-JRNL-BEFORE-IMAGE     PIC X(500)          VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
               GO TO 9999-ABEND
           END-IF.

           OPEN EXTEND CUSTOMER-JOURNAL.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD017PRF - CUSTOMER JOURNAL OPEN ERROR "
                       WS-CUSTJRNL-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 2100-READ-TRANS
               THRU 2100-READ-TRANS-EXIT.
       1000-INITIALIZE-EXIT.
                   ADD 1 TO WS-TRANS-REJECT-CT
                   GO TO 2080-NEXT-TRANS
           END-READ.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.

           IF PF-PREF-MAILABLE AND CM-PREF-SUPPRESSED
               ADD 1 TO WS-CLEARED-CT
                   GO TO 2080-NEXT-TRANS
           END-REWRITE.

           PERFORM 3500-WRITE-JOURNAL
               THRU 3500-WRITE-JOURNAL-EXIT.

           ADD 1 TO WS-TRANS-APPLIED-CT.

      *    A PREFERENCE THAT ACTUALLY CHANGED CHANGES WHETHER THE
           MOVE WS-CURRENT-DATE    TO DL-CHANGE-DATE.
           MOVE WS-CURRENT-TIME    TO DL-CHANGE-TIME.
           SET DL-SOURCE-PREFERENCE TO TRUE.
           MOVE "AD017PRF"         TO DL-OPERATOR-ID.
           MOVE "BTCH"             TO DL-TERMINAL-ID.

           WRITE ADDRESS-DELTA-RECORD
               INVALID KEY
       3000-FILE-DELTA-EXIT.
           EXIT.

      ******************************************************************
      *    3500-WRITE-JOURNAL - APPEND THE BEFORE AND AFTER IMAGES OF  *
      *    THE MASTER JUST UPDATED TO THE RECOVERY JOURNAL. THE        *
      *    JOURNAL IS WHAT AD028RCV ROLLS A RESTORED BACKUP FORWARD    *
      *    WITH, SO AN ENTRY THAT CANNOT BE WRITTEN ENDS THE RUN.      *
      ******************************************************************
       3500-WRITE-JOURNAL.
           MOVE SPACES               TO CUSTOMER-JOURNAL-RECORD.
           ADD 1                     TO WS-JRNL-SEQUENCE-CT.
           ACCEPT CJ-JOURNAL-DATE    FROM DATE YYYYMMDD.
           ACCEPT CJ-JOURNAL-TIME    FROM TIME.
           MOVE "AD017PRF"           TO CJ-PROGRAM-ID.
           MOVE WS-CURRENT-DATE      TO CJ-RUN-DATE.
           MOVE WS-CURRENT-TIME      TO CJ-RUN-TIME.
           MOVE WS-JRNL-SEQUENCE-CT  TO CJ-RUN-SEQUENCE.
           SET CJ-ACTION-CHANGE      TO TRUE.
           MOVE CM-CUSTOMER-ID       TO CJ-CUSTOMER-ID.
           MOVE "AD017PRF"           TO CJ-OPERATOR-ID.
           MOVE "BTCH"               TO CJ-TERMINAL-ID.
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
           SET CJ-RECORD-COMPLETE    TO TRUE.

           WRITE CUSTOMER-JOURNAL-RECORD.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD017PRF - CUSTOMER JOURNAL WRITE ERROR "
                       WS-CUSTJRNL-STATUS " FOR " CM-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.
       3500-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    7500-WRITE-RUN-CONTROL - FILE THIS RUN'S COUNTS ON THE       *
      *    SHARED RUN-CONTROL FILE.  A SECOND RUN ON THE SAME DATE      *
                   WS-CLEARED-CT.
           DISPLAY "AD017PRF - DELTA ENTRIES FILED  "
                   WS-DELTA-FILED-CT.
           DISPLAY "AD017PRF - JOURNAL ENTRIES      "
                   WS-JRNL-SEQUENCE-CT.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.
           CLOSE CUSTOMER-MASTER.
           CLOSE PREFERENCE-TRANS.
           CLOSE ADDRESS-DELTA.
           CLOSE CUSTOMER-JOURNAL.
       8000-TERMINATE-EXIT.
           EXIT.

