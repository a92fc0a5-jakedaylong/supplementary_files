      *   MODIFICATION HISTORY                                        *
      *   --------------------                                        *
      *   09/02/2026  DLW  ORIGINAL VERSION.                           *
      *   10/15/2026  DLW  THE RELEASE FEED IS NOW WRITTEN AS ONE      *
      *                    BATCH (COPY ADDRBAT) - HEADER, DETAILS, AND *
      *                    A TRAILER CARRYING THE RECORD COUNT AND     *
      *                    CUSTOMER-ID HASH - UNDER A BATCH NUMBER     *
      *                    ISSUED AND CLOSED ON THE BTCHLOG BATCH LOG  *
      *                    BY AD036BLG (SOURCE NCRV), SO THE AD035PRE  *
      *                    PRE-EDIT CAN PROVE THE FEED BEFORE AD001UPD *
      *                    SEES IT. A BATCH THE LOG WILL NOT ISSUE     *
      *                    STOPS THE RUN; ONE IT WILL NOT CLOSE ENDS   *
      *                    IT RC 8.                                    *
      *   10/15/2026  DLW  BATCH HEADER, DETAIL AND TRAILER WRITES TO  *
      *                    THE RELEASE FEED NOW CHECK THE FILE STATUS  *
      *                    AND END THE RUN ON A FAILED WRITE.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       FD  RELEASE-FEED
           LABEL RECORDS ARE STANDARD.
           COPY ADDRBAT.

       WORKING-STORAGE SECTION.
       77  WS-NCOAQ-STATUS          PIC XX              VALUE "00".
       77  WS-TRANS-REJECT-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-VALIDATE-RC           PIC 9(02)           VALUE ZERO.

       77  WS-BATCH-DETAIL-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-BATCH-HASH            PIC 9(15)           VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE       PIC 9(08).
           05 WS-CURRENT-TIME       PIC 9(06).

       COPY ADDRTRAN.

       COPY BTCHPARM.

       PROCEDURE DIVISION.

      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           OPEN I-O   NCOA-REVIEW-QUEUE.
           IF WS-NCOAQ-STATUS NOT = "00"
               GO TO 9999-ABEND
           END-IF.

           PERFORM 7600-OPEN-BATCH
               THRU 7600-OPEN-BATCH-EXIT.

           PERFORM 2100-READ-TRANS
               THRU 2100-READ-TRANS-EXIT.
       1000-INITIALIZE-EXIT.
               MOVE ZERO                   TO AT-SEASONAL-END-MMDD
           END-IF.

           PERFORM 7700-WRITE-BATCH-DETAIL
               THRU 7700-WRITE-BATCH-DETAIL-EXIT.

           SET NQ-STATUS-ACCEPTED TO TRUE.
           MOVE WS-CURRENT-DATE TO NQ-STATUS-DATE.
           DISPLAY "AD019NCR - TRANSACTIONS REJECTED "
                   WS-TRANS-REJECT-CT.

           PERFORM 7800-CLOSE-BATCH
               THRU 7800-CLOSE-BATCH-EXIT.

           CLOSE NCOA-REVIEW-QUEUE.
           CLOSE FIX-TRANS.
           CLOSE RELEASE-FEED.
       8000-TERMINATE-EXIT.
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
           MOVE "NCRV"              TO BP-SOURCE-ID.
           MOVE "AD019NCR"          TO BP-PROGRAM-ID.
           MOVE ZERO                TO BP-BATCH-NUMBER.
           MOVE ZERO                TO BP-RECORD-COUNT.
           MOVE ZERO                TO BP-CUSTOMER-HASH.
           CALL "AD036BLG" USING BATCH-LOG-PARMS.
           IF BP-RETURN-CODE NOT = ZERO
               DISPLAY "AD019NCR - NO BATCH NUMBER ISSUED FOR SOURCE "
                       BP-SOURCE-ID
               GO TO 9999-ABEND
           END-IF.

           MOVE SPACES              TO ADDRESS-BATCH-RECORD.
           SET AB-HEADER            TO TRUE.
           MOVE BP-SOURCE-ID        TO AB-SOURCE-ID.
           MOVE BP-BATCH-NUMBER     TO AB-BATCH-NUMBER.
           MOVE WS-CURRENT-DATE     TO AB-CREATION-DATE.
           MOVE WS-CURRENT-TIME     TO AB-CREATION-TIME.
           MOVE BP-PROGRAM-ID       TO AB-CREATING-PROGRAM.
           WRITE ADDRESS-BATCH-RECORD.
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "AD019NCR - RELEASE FEED WRITE ERROR "
                       WS-RELEASE-STATUS
               GO TO 9999-ABEND
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
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "AD019NCR - RELEASE FEED WRITE ERROR "
                       WS-RELEASE-STATUS
               GO TO 9999-ABEND
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
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "AD019NCR - RELEASE FEED WRITE ERROR "
                       WS-RELEASE-STATUS
               GO TO 9999-ABEND
           END-IF.

           SET BP-FUNCTION-CLOSE    TO TRUE.
           MOVE WS-BATCH-DETAIL-CT  TO BP-RECORD-COUNT.
           MOVE WS-BATCH-HASH       TO BP-CUSTOMER-HASH.
           CALL "AD036BLG" USING BATCH-LOG-PARMS.
           IF BP-RETURN-CODE NOT = ZERO
               DISPLAY "AD019NCR - BATCH " BP-SOURCE-ID " "
                       BP-BATCH-NUMBER " NOT CLOSED ON THE BATCH LOG"
               MOVE 8 TO RETURN-CODE
               GO TO 7800-CLOSE-BATCH-EXIT
           END-IF.

           DISPLAY "AD019NCR - BATCH " BP-SOURCE-ID " "
                   BP-BATCH-NUMBER " CLOSED, DETAILS "
                   WS-BATCH-DETAIL-CT.
       7800-CLOSE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - FATAL FILE ERROR                                *
      ******************************************************************
