      *                    INCREMENTAL AD014HHX RUN MUST REWORK THE    *
      *                    GROUP THE SAME NIGHT INSTEAD OF WAITING     *
      *                    FOR THE WEEKLY FULL REBUILD.                *
      *   10/15/2026  DLW  DELTA ENTRIES ARE NOW STAMPED WITH OPERATOR *
      *                    "AD004MNT" AND TERMINAL "BTCH".             *
      *   10/15/2026  DLW  EVERY MASTER REWRITE NOW APPENDS THE BEFORE *
      *                    AND AFTER IMAGES TO THE CUSTOMER RECOVERY   *
      *                    JOURNAL (COPY CUSTJRNL, OPENED EXTEND) FOR  *
      *                    FORWARD RECOVERY BY AD028RCV. A JOURNAL     *
      *                    WRITE ERROR ABENDS THE RUN.                 *
      *   10/15/2026  DLW  A LOG TRANSACTION THAT NAMES ITS MANIFEST   *
      *                    PIECE                                       *
      *                    (UT-MAILED-EXTRACT-DATE/UT-MAILED-DROP-ID,  *
      *                    SET BY AD024ACS FOR AN ACS NIXIE) IS NOW    *
      *                    MATCHED TO THAT PIECE BY KEY; ONLY KEYED    *
      *                    RETURNS STILL TAKE THE LATEST PIECE ON OR   *
      *                    BEFORE THE RETURN DATE.                     *
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
       77  WS-UNDELTRN-STATUS       PIC XX              VALUE "00".
       77  WS-MANIFEST-MATCH-CT     PIC 9(07) COMP      VALUE ZERO.
       77  WS-ADDRDLTA-STATUS       PIC XX              VALUE "00".
       77  WS-DELTA-FILED-CT        PIC 9(07) COMP      VALUE ZERO.
       77  WS-CUSTJRNL-STATUS       PIC XX              VALUE "00".
       77  WS-JRNL-SEQUENCE-CT      PIC 9(07) COMP      VALUE ZERO.
       77  WS-WAS-BAD-SW            PIC X(01)           VALUE "N".
           88 WS-WAS-BAD-YES               VALUE "Y".

           05 WS-RUN-MMDD           PIC 9(04).
       01  WS-CURRENT-TIME          PIC 9(06).

       01  WS-JRNL-BEFORE-IMAGE     PIC X(500)          VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
               GO TO 9999-ABEND
           END-IF.

           OPEN EXTEND CUSTOMER-JOURNAL.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD004MNT - CUSTOMER JOURNAL OPEN ERROR "
                       WS-CUSTJRNL-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 2100-READ-TRANS
               THRU 2100-READ-TRANS-EXIT.
       1000-INITIALIZE-EXIT.
                   ADD 1 TO WS-TRANS-REJECT-CT
                   GO TO 2000-PROCESS-TRANS-EXIT
           END-READ.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.

           IF UT-ACTION-LOG
               PERFORM 3000-LOG-EVENT
               INVALID KEY
                   DISPLAY "AD004MNT - REWRITE FAILED FOR "
                           CM-CUSTOMER-ID
               NOT INVALID KEY
                   PERFORM 5500-WRITE-JOURNAL
                       THRU 5500-WRITE-JOURNAL-EXIT
           END-REWRITE.

      *    THE SWITCH JUST WENT ON - THE CUSTOMER'S HOUSEHOLD GROUP

      ******************************************************************
      *    3500-MATCH-MANIFEST - FIND THE MAILING THE RETURNED PIECE    *
      *    CAME FROM. A TRANSACTION NAMING ITS PIECE (AN ACS NIXIE FROM *
      *    AD024ACS) IS READ STRAIGHT FROM THE MANIFEST BY THAT KEY -   *
      *    NOT ON FILE LEAVES IT UNMATCHED RATHER THAN GUESSING. A      *
      *    KEYED RETURN TAKES THE CUSTOMER'S LATEST MANIFEST ENTRY      *
      *    DATED ON OR BEFORE THE RETURN DATE. THE ENTRIES ARE BROWSED  *
      *    IN KEY ORDER (EXTRACT DATE ASCENDING) SO THE LAST QUALIFYING *
      *    ONE SEEN IS THE LATEST. NO QUALIFYING ENTRY LEAVES THE       *
      *    UM-MAILED FIELDS EMPTY - THE PIECE PREDATES THE MANIFEST.    *
      ******************************************************************
       3500-MATCH-MANIFEST.
           MOVE "N"             TO WS-MANIFEST-EOF-SW.
           MOVE "N"             TO WS-MANIFEST-FOUND-SW.

           IF UT-MAILED-EXTRACT-DATE NUMERIC
                  AND UT-MAILED-EXTRACT-DATE > ZERO
               PERFORM 3600-READ-NAMED-PIECE
                   THRU 3600-READ-NAMED-PIECE-EXIT
               GO TO 3500-MATCH-MANIFEST-FOUND
           END-IF.

           MOVE UT-CUSTOMER-ID  TO MM-CUSTOMER-ID.
           MOVE ZERO            TO MM-EXTRACT-DATE.
           MOVE LOW-VALUES      TO MM-DROP-ID.
               THRU 3550-SCAN-ONE-MANIFEST-EXIT
               UNTIL WS-MANIFEST-EOF-YES.

       3500-MATCH-MANIFEST-FOUND.
           IF WS-MANIFEST-FOUND-YES
               MOVE WS-FOUND-ADDRESS-TYPE TO UM-MAILED-ADDRESS-TYPE
               MOVE WS-FOUND-CASS-CYCLE   TO UM-MAILED-CASS-CYCLE
       3550-SCAN-ONE-MANIFEST-EXIT.
           EXIT.

      ******************************************************************
      *    3600-READ-NAMED-PIECE - THE TRANSACTION NAMES THE MANIFEST   *
      *    PIECE IT CAME FROM; READ THAT ENTRY BY ITS FULL KEY.         *
      ******************************************************************
       3600-READ-NAMED-PIECE.
           MOVE UT-CUSTOMER-ID         TO MM-CUSTOMER-ID.
           MOVE UT-MAILED-EXTRACT-DATE TO MM-EXTRACT-DATE.
           MOVE UT-MAILED-DROP-ID      TO MM-DROP-ID.

           READ MAILING-MANIFEST
               INVALID KEY
                   DISPLAY "AD004MNT - NO MANIFEST PIECE "
                           UT-CUSTOMER-ID " " UT-MAILED-EXTRACT-DATE
                           " " UT-MAILED-DROP-ID " - RETURN LOGGED "
                           "UNMATCHED"
                   GO TO 3600-READ-NAMED-PIECE-EXIT
           END-READ.

           MOVE "Y"                 TO WS-MANIFEST-FOUND-SW.
           MOVE MM-ADDRESS-TYPE     TO WS-FOUND-ADDRESS-TYPE.
           MOVE MM-CASS-CYCLE       TO WS-FOUND-CASS-CYCLE.
           MOVE MM-EXTRACT-DATE     TO WS-FOUND-EXTRACT-DATE.
           MOVE MM-DROP-ID          TO WS-FOUND-DROP-ID.
       3600-READ-NAMED-PIECE-EXIT.
           EXIT.

      ******************************************************************
      *    3050-FIND-MAILING-INDEX - LOCATE THE BILLING ADDRESS ENTRY,  *
      *    DEFAULTING TO TABLE ENTRY 1 WHEN NO BILLING TYPE IS ON FILE, *
                   INVALID KEY
                       DISPLAY "AD004MNT - REWRITE FAILED FOR "
                               CM-CUSTOMER-ID
                   NOT INVALID KEY
                       PERFORM 5500-WRITE-JOURNAL
                           THRU 5500-WRITE-JOURNAL-EXIT
               END-REWRITE
               PERFORM 5000-FILE-DELTA
                   THRU 5000-FILE-DELTA-EXIT
           MOVE WS-CURRENT-DATE    TO DL-CHANGE-DATE.
           MOVE WS-CURRENT-TIME    TO DL-CHANGE-TIME.
           SET DL-SOURCE-UNDEL-MAINT TO TRUE.
           MOVE "AD004MNT"         TO DL-OPERATOR-ID.
           MOVE "BTCH"             TO DL-TERMINAL-ID.

           WRITE ADDRESS-DELTA-RECORD
               INVALID KEY
       5000-FILE-DELTA-EXIT.
           EXIT.

      ******************************************************************
      *    5500-WRITE-JOURNAL - APPEND THE BEFORE AND AFTER IMAGES OF  *
      *    THE MASTER JUST UPDATED TO THE RECOVERY JOURNAL. THE        *
      *    JOURNAL IS WHAT AD028RCV ROLLS A RESTORED BACKUP FORWARD    *
      *    WITH, SO AN ENTRY THAT CANNOT BE WRITTEN ENDS THE RUN.      *
      ******************************************************************
       5500-WRITE-JOURNAL.
           MOVE SPACES               TO CUSTOMER-JOURNAL-RECORD.
           ADD 1                     TO WS-JRNL-SEQUENCE-CT.
           ACCEPT CJ-JOURNAL-DATE    FROM DATE YYYYMMDD.
           ACCEPT CJ-JOURNAL-TIME    FROM TIME.
           MOVE "AD004MNT"           TO CJ-PROGRAM-ID.
           MOVE WS-CURRENT-DATE      TO CJ-RUN-DATE.
           MOVE WS-CURRENT-TIME      TO CJ-RUN-TIME.
           MOVE WS-JRNL-SEQUENCE-CT  TO CJ-RUN-SEQUENCE.
           SET CJ-ACTION-CHANGE      TO TRUE.
           MOVE CM-CUSTOMER-ID       TO CJ-CUSTOMER-ID.
           MOVE "AD004MNT"           TO CJ-OPERATOR-ID.
           MOVE "BTCH"               TO CJ-TERMINAL-ID.
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
           SET CJ-RECORD-COMPLETE    TO TRUE.

           WRITE CUSTOMER-JOURNAL-RECORD.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD004MNT - CUSTOMER JOURNAL WRITE ERROR "
                       WS-CUSTJRNL-STATUS " FOR " CM-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.
       5500-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - CLOSE FILES AND REPORT COUNTS               *
      ******************************************************************
                   WS-MANIFEST-MATCH-CT.
           DISPLAY "AD004MNT - DELTA ENTRIES FILED  "
                   WS-DELTA-FILED-CT.
           DISPLAY "AD004MNT - JOURNAL ENTRIES      "
                   WS-JRNL-SEQUENCE-CT.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.
           CLOSE UNDEL-TRANS.
           CLOSE UNDELIVERABLE-MAIL.
           CLOSE ADDRESS-DELTA.
           CLOSE CUSTOMER-JOURNAL.
           IF WS-MANIFEST-OPEN-YES
               CLOSE MAILING-MANIFEST
           END-IF.
