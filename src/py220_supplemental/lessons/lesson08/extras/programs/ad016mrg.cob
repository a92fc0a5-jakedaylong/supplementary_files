      *                    ENTRY ITSELF IS LEFT FOR THE BUILD TO       *
      *                    RETIRE - THE DELTA REWORK NEEDS IT ON       *
      *                    FILE TO FIND THE OLD GROUP.                 *
      *   10/15/2026  DLW  MERGE DELTA ENTRIES ARE NOW STAMPED WITH    *
      *                    OPERATOR "AD016MRG" AND TERMINAL "BTCH".    *
      *                    FOLDED HISTORY KEEPS THE OPERATOR WHO MADE  *
      *                    THE ORIGINAL CHANGE.                        *
      *   10/15/2026  DLW  THE VICTIM DELETE AND THE SURVIVOR          *
      *                    BAD-ADDRESS REWRITE NOW APPEND BEFORE AND   *
      *                    AFTER IMAGES TO THE CUSTOMER RECOVERY       *
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
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  CUSTOMER-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY CUSTJRNL.

       WORKING-STORAGE SECTION.
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-MRGTRAN-STATUS        PIC XX              VALUE "00".
       77  WS-MERGXREF-STATUS       PIC XX              VALUE "00".
       77  WS-ADDRDLTA-STATUS       PIC XX              VALUE "00".
       77  WS-RUNCTL-STATUS         PIC XX              VALUE "00".
       77  WS-CUSTJRNL-STATUS       PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-TRANS-READ-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-UNDEL-FOLDED-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-EXCPQ-FOLDED-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-COLLISION-CT          PIC 9(07) COMP      VALUE ZERO.
       77  WS-JRNL-SEQUENCE-CT      PIC 9(07) COMP      VALUE ZERO.
       77  WS-JRNL-ACTION           PIC X(01)           VALUE SPACE.
       77  WS-FOLD-DONE-SW          PIC X(01)           VALUE "N".
           88 WS-FOLD-DONE-YES             VALUE "Y".
       77  WS-OPEN-FOLDED-SW        PIC X(01)           VALUE "N".
       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(06).

      *    MASTER AS READ, BEFORE THIS PROGRAM CHANGED OR DELETED IT -
      *    THE VICTIM UNTIL IT IS RETIRED, THEN THE REREAD SURVIVOR.
       01  WS-JRNL-BEFORE-IMAGE     PIC X(500)          VALUE SPACES.

      *    KEY OF THE VICTIM RECORD CURRENTLY BEING FOLDED - THE
      *    BROWSE POSITION IS RE-ESTABLISHED PAST IT AFTER THE
      *    RE-KEYED WRITE AND THE DELETE.
               GO TO 9999-ABEND
           END-IF.

           OPEN EXTEND CUSTOMER-JOURNAL.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD016MRG - CUSTOMER JOURNAL OPEN ERROR "
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

           MOVE MG-SURVIVOR-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "AD016MRG - VICTIM DELETE FAILED FOR "
                           MG-VICTIM-ID
               NOT INVALID KEY
                   MOVE "D" TO WS-JRNL-ACTION
                   PERFORM 6600-WRITE-JOURNAL
                       THRU 6600-WRITE-JOURNAL-EXIT
           END-DELETE.
       6500-RETIRE-VICTIM-EXIT.
           EXIT.

      ******************************************************************
      *    6600-WRITE-JOURNAL - APPEND THE BEFORE AND AFTER IMAGES OF  *
      *    THE MASTER JUST UPDATED TO THE RECOVERY JOURNAL. THE        *
      *    JOURNAL IS WHAT AD028RCV ROLLS A RESTORED BACKUP FORWARD    *
      *    WITH, SO AN ENTRY THAT CANNOT BE WRITTEN ENDS THE RUN. A    *
      *    RETIRED VICTIM IS JOURNALED AS A DELETE WITH NO             *
      *    AFTER-IMAGE.                                                *
      ******************************************************************
       6600-WRITE-JOURNAL.
           MOVE SPACES               TO CUSTOMER-JOURNAL-RECORD.
           ADD 1                     TO WS-JRNL-SEQUENCE-CT.
           ACCEPT CJ-JOURNAL-DATE    FROM DATE YYYYMMDD.
           ACCEPT CJ-JOURNAL-TIME    FROM TIME.
           MOVE "AD016MRG"           TO CJ-PROGRAM-ID.
           MOVE WS-CURRENT-DATE      TO CJ-RUN-DATE.
           MOVE WS-CURRENT-TIME      TO CJ-RUN-TIME.
           MOVE WS-JRNL-SEQUENCE-CT  TO CJ-RUN-SEQUENCE.
           MOVE WS-JRNL-ACTION       TO CJ-ACTION.
           MOVE CM-CUSTOMER-ID       TO CJ-CUSTOMER-ID.
           MOVE "AD016MRG"           TO CJ-OPERATOR-ID.
           MOVE "BTCH"               TO CJ-TERMINAL-ID.
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           IF CJ-ACTION-CHANGE
               MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE
           END-IF.
           SET CJ-RECORD-COMPLETE    TO TRUE.

           WRITE CUSTOMER-JOURNAL-RECORD.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD016MRG - CUSTOMER JOURNAL WRITE ERROR "
                       WS-CUSTJRNL-STATUS " FOR " CM-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.
       6600-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    6700-FILE-MERGE-DELTAS - FILE ONE ADDRESS-CHANGE DELTA       *
      *    ENTRY FOR THE VICTIM AND ONE FOR THE SURVIVOR (BILLING       *
           MOVE WS-CURRENT-DATE  TO DL-CHANGE-DATE.
           MOVE WS-CURRENT-TIME  TO DL-CHANGE-TIME.
           SET DL-SOURCE-MERGE   TO TRUE.
           MOVE "AD016MRG"       TO DL-OPERATOR-ID.
           MOVE "BTCH"           TO DL-TERMINAL-ID.

           WRITE ADDRESS-DELTA-RECORD
               INVALID KEY
           MOVE WS-CURRENT-DATE  TO DL-CHANGE-DATE.
           MOVE WS-CURRENT-TIME  TO DL-CHANGE-TIME.
           SET DL-SOURCE-MERGE   TO TRUE.
           MOVE "AD016MRG"       TO DL-OPERATOR-ID.
           MOVE "BTCH"           TO DL-TERMINAL-ID.

           WRITE ADDRESS-DELTA-RECORD
               INVALID KEY
                           MG-SURVIVOR-ID
                   GO TO 7000-FLAG-SURVIVOR-EXIT
           END-READ.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.

           IF CM-ADDR-BAD-NO
               SET CM-ADDR-BAD-YES TO TRUE
                   INVALID KEY
                       DISPLAY "AD016MRG - SURVIVOR REWRITE FAILED "
                               "FOR " MG-SURVIVOR-ID
                   NOT INVALID KEY
                       MOVE "C" TO WS-JRNL-ACTION
                       PERFORM 6600-WRITE-JOURNAL
                           THRU 6600-WRITE-JOURNAL-EXIT
               END-REWRITE
           END-IF.
       7000-FLAG-SURVIVOR-EXIT.
                   WS-EXCPQ-FOLDED-CT.
           DISPLAY "AD016MRG - KEY COLLISIONS LEFT  "
                   WS-COLLISION-CT.
           DISPLAY "AD016MRG - JOURNAL ENTRIES      "
                   WS-JRNL-SEQUENCE-CT.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.
           CLOSE EXCEPTION-QUEUE.
           CLOSE MERGE-XREF.
           CLOSE ADDRESS-DELTA.
           CLOSE CUSTOMER-JOURNAL.
       8000-TERMINATE-EXIT.
           EXIT.

