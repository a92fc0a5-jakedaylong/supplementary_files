      *                    AT INITIALIZATION AND REFUSES TO RUN (RC    *
      *                    8) WHILE ANOTHER STREAM PROGRAM'S           *
      *                    CHECKPOINT ENTRY IS STILL IN FLIGHT.        *
      *   10/15/2026  DLW  THE AUTO-UPDATE FEED IS NOW WRITTEN AS ONE  *
      *                    BATCH (COPY ADDRBAT) - HEADER, DETAILS, AND *
      *                    A TRAILER CARRYING THE RECORD COUNT AND     *
      *                    CUSTOMER-ID HASH - UNDER A BATCH NUMBER     *
      *                    ISSUED AND CLOSED ON THE BTCHLOG BATCH LOG  *
      *                    BY AD036BLG (SOURCE NCOA), SO THE AD035PRE  *
      *                    PRE-EDIT CAN PROVE THE FEED BEFORE AD001UPD *
      *                    SEES IT. A BATCH THE LOG WILL NOT ISSUE     *
      *                    STOPS THE RUN; ONE IT WILL NOT CLOSE ENDS   *
      *                    IT RC 8.                                    *
      *   10/15/2026  DLW  BATCH HEADER, DETAIL AND TRAILER WRITES TO  *
      *                    THE AUTO-UPDATE FEED NOW CHECK THE FILE     *
      *                    STATUS AND END THE RUN ON A FAILED WRITE.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD  AUTO-UPDATE-FEED
           LABEL RECORDS ARE STANDARD.
           COPY ADDRBAT.

       FD  MANUAL-REVIEW-RPT
           LABEL RECORDS ARE STANDARD.
       77  WS-GATE-CALLER-ID        PIC X(08)          VALUE "AD003NCO".
       77  WS-GATE-RC               PIC 9(02)           VALUE ZERO.

       77  WS-BATCH-DETAIL-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-BATCH-HASH            PIC 9(15)           VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE       PIC 9(08).
           05 WS-CURRENT-DATE-PARTS REDEFINES WS-CURRENT-DATE.
           05 RD-NEW-ADDRESS-LINE-1 PIC X(40).
           05 FILLER                PIC X(22) VALUE SPACES.

       COPY ADDRTRAN.

       COPY BTCHPARM.

       PROCEDURE DIVISION.

      ******************************************************************
           END-IF.

           OPEN OUTPUT AUTO-UPDATE-FEED.

           PERFORM 7600-OPEN-BATCH
               THRU 7600-OPEN-BATCH-EXIT.

           OPEN OUTPUT MANUAL-REVIEW-RPT.

           OPEN I-O    NCOA-REVIEW-QUEUE.
               MOVE ZERO                   TO AT-SEASONAL-END-MMDD
           END-IF.

           PERFORM 7700-WRITE-BATCH-DETAIL
               THRU 7700-WRITE-BATCH-DETAIL-EXIT.

           ADD 1 TO WS-AUTO-UPDATE-CT.
       3400-WRITE-AUTO-UPDATE-EXIT.
           DISPLAY "AD003NCO - REVIEW QUEUE FILED    "
                   WS-QUEUE-FILED-CT.

           PERFORM 7800-CLOSE-BATCH
               THRU 7800-CLOSE-BATCH-EXIT.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.

           CLOSE RUN-CONTROL.
       7500-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    7600-OPEN-BATCH - TAKE THE FEED'S BATCH NUMBER FROM THE      *
      *    BATCH LOG (AD036BLG) AND WRITE THE BATCH HEADER.  A FEED     *
      *    THAT CANNOT BE LOGGED CANNOT BE PROVED BY THE AD035PRE       *
      *    PRE-EDIT, SO THE RUN STOPS BEFORE IT WRITES ANYTHING.        *
      ******************************************************************
       7600-OPEN-BATCH.
           MOVE ZERO                TO WS-BATCH-DETAIL-CT.
           MOVE ZERO                TO WS-BATCH-HASH.

           SET BP-FUNCTION-ISSUE    TO TRUE.
           MOVE "NCOA"              TO BP-SOURCE-ID.
           MOVE "AD003NCO"          TO BP-PROGRAM-ID.
           MOVE ZERO                TO BP-BATCH-NUMBER.
           MOVE ZERO                TO BP-RECORD-COUNT.
           MOVE ZERO                TO BP-CUSTOMER-HASH.
           CALL "AD036BLG" USING BATCH-LOG-PARMS.
           IF BP-RETURN-CODE NOT = ZERO
               DISPLAY "AD003NCO - NO BATCH NUMBER ISSUED FOR SOURCE "
                       BP-SOURCE-ID
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           MOVE SPACES              TO ADDRESS-BATCH-RECORD.
           SET AB-HEADER            TO TRUE.
           MOVE BP-SOURCE-ID        TO AB-SOURCE-ID.
           MOVE BP-BATCH-NUMBER     TO AB-BATCH-NUMBER.
           MOVE WS-CURRENT-DATE     TO AB-CREATION-DATE.
           MOVE WS-CURRENT-TIME     TO AB-CREATION-TIME.
           MOVE BP-PROGRAM-ID       TO AB-CREATING-PROGRAM.
           WRITE ADDRESS-BATCH-RECORD.
           IF WS-AUTOUPD-STATUS NOT = "00"
               DISPLAY "AD003NCO - AUTO-UPDATE FEED WRITE ERROR "
                       WS-AUTOUPD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.
       7600-OPEN-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    7700-WRITE-BATCH-DETAIL - WRAP THE TRANSACTION BUILT IN      *
      *    ADDRESS-TRANSACTION-RECORD AS A BATCH DETAIL AND ADD IT TO   *
      *    THE TRAILER'S COUNT AND CUSTOMER-ID HASH.                    *
      ******************************************************************
       7700-WRITE-BATCH-DETAIL.
           SET AB-DETAIL            TO TRUE.
           MOVE BP-SOURCE-ID        TO AB-SOURCE-ID.
           MOVE BP-BATCH-NUMBER     TO AB-BATCH-NUMBER.
           MOVE ADDRESS-TRANSACTION-RECORD TO AB-DETAIL-DATA.
           WRITE ADDRESS-BATCH-RECORD.
           IF WS-AUTOUPD-STATUS NOT = "00"
               DISPLAY "AD003NCO - AUTO-UPDATE FEED WRITE ERROR "
                       WS-AUTOUPD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           ADD 1                    TO WS-BATCH-DETAIL-CT.
           ADD AT-CUSTOMER-ID       TO WS-BATCH-HASH.
       7700-WRITE-BATCH-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      *    7800-CLOSE-BATCH - WRITE THE BATCH TRAILER AND LOG ITS       *
      *    TOTALS.  A BATCH THE LOG WILL NOT CLOSE IS HELD BY THE       *
      *    PRE-EDIT, SO THE RUN ENDS RC 8 TO SAY SO.                    *
      ******************************************************************
       7800-CLOSE-BATCH.
           MOVE SPACES              TO AB-DETAIL-DATA.
           SET AB-TRAILER           TO TRUE.
           MOVE BP-SOURCE-ID        TO AB-SOURCE-ID.
           MOVE BP-BATCH-NUMBER     TO AB-BATCH-NUMBER.
           MOVE WS-BATCH-DETAIL-CT  TO AB-RECORD-COUNT.
           MOVE WS-BATCH-HASH       TO AB-CUSTOMER-HASH.
           WRITE ADDRESS-BATCH-RECORD.
           IF WS-AUTOUPD-STATUS NOT = "00"
               DISPLAY "AD003NCO - AUTO-UPDATE FEED WRITE ERROR "
                       WS-AUTOUPD-STATUS
               MOVE 16 TO RETURN-CODE
               GOBACK
           END-IF.

           SET BP-FUNCTION-CLOSE    TO TRUE.
           MOVE WS-BATCH-DETAIL-CT  TO BP-RECORD-COUNT.
           MOVE WS-BATCH-HASH       TO BP-CUSTOMER-HASH.
           CALL "AD036BLG" USING BATCH-LOG-PARMS.
           IF BP-RETURN-CODE NOT = ZERO
               DISPLAY "AD003NCO - BATCH " BP-SOURCE-ID " "
                       BP-BATCH-NUMBER " NOT CLOSED ON THE BATCH LOG"
               MOVE 8 TO RETURN-CODE
               GO TO 7800-CLOSE-BATCH-EXIT
           END-IF.

           DISPLAY "AD003NCO - BATCH " BP-SOURCE-ID " "
                   BP-BATCH-NUMBER " CLOSED, DETAILS "
                   WS-BATCH-DETAIL-CT.
       7800-CLOSE-BATCH-EXIT.
           EXIT.
