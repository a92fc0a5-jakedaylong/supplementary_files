      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD036BLG                                        *
      *   TITLE:       ADDRESS CHANGE BATCH LOG SUBROUTINE             *
      *                                                                *
      *   NARRATIVE:   CALLED BY EVERY IN-HOUSE PROGRAM THAT WRITES A  *
      *                BATCHED ADDRESS CHANGE FEED (COPY ADDRBAT) FOR  *
      *                AD001UPD - AD003NCO, AD009EXC, AD019NCR,        *
      *                AD024ACS, AD033SKI AND AD034SKD.  IT KEEPS THE  *
      *                BTCHLOG BATCH LOG THE AD035PRE PRE-EDIT PROVES  *
      *                EACH FEED AGAINST:                              *
      *                                                                *
      *                ISSUE - THE WRITER IS OPENING A BATCH.  THE     *
      *                    SOURCE'S CONTROL ENTRY (BATCH 0) IS READ -  *
      *                    AND CREATED ON THE SOURCE'S FIRST RUN - THE *
      *                    NEXT NUMBER IS TAKEN FROM IT, AND A BATCH   *
      *                    ENTRY IS FILED "I" (ISSUED).  A SOURCE      *
      *                    REGISTERED AS A CLIENT SOURCE IS REFUSED:   *
      *                    CLIENTS NUMBER THEIR OWN BATCHES.           *
      *                CLOSE - THE WRITER HAS WRITTEN THE TRAILER.     *
      *                    THE BATCH ENTRY, WHICH MUST STILL BE "I",   *
      *                    IS MARKED "W" (WRITTEN) WITH THE COUNT AND  *
      *                    CUSTOMER-ID HASH THE WRITER PUT IN THE      *
      *                    TRAILER.  A BATCH THAT REACHES THE          *
      *                    PRE-EDIT WITH OTHER TOTALS THAN THESE, OR   *
      *                    STILL "I", WAS DAMAGED IN BETWEEN.          *
      *                                                                *
      *   CALLED AS:   CALL "AD036BLG" USING BATCH-LOG-PARMS           *
      *                (COPY BTCHPARM).                                *
      *                BP-RETURN-CODE:  00 = DONE                      *
      *                                 08 = NOT DONE - THE CALLER     *
      *                                      MUST NOT SEND THE BATCH.  *
      *                                                                *
      *   AUTHOR:        D. WHITFIELD, DATA ADMINISTRATION             *
      *   INSTALLATION:  HOME OFFICE DATA CENTER                       *
      *   DATE-WRITTEN:  10/15/2026                                    *
      *   DATE-COMPILED:                                               *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   --------------------                                        *
      *   10/15/2026  DLW  ORIGINAL VERSION.                           *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 AD036BLG.
       AUTHOR.                     D. WHITFIELD.
       INSTALLATION.               HOME OFFICE DATA CENTER.
       DATE-WRITTEN.               10/15/2026.
       DATE-COMPILED.

       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SOURCE-COMPUTER.            IBM-370.
       OBJECT-COMPUTER.            IBM-370.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BATCH-LOG        ASSIGN TO BTCHLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BTCHLOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-LOG
           LABEL RECORDS ARE STANDARD.
           COPY BTCHLOG.

       WORKING-STORAGE SECTION.
       77  WS-BTCHLOG-STATUS        PIC XX              VALUE "00".
       77  WS-ISSUED-NUMBER         PIC 9(07)           VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE       PIC 9(08).
           05 WS-CURRENT-TIME       PIC 9(06).

       LINKAGE SECTION.
           COPY BTCHPARM.

       PROCEDURE DIVISION USING BATCH-LOG-PARMS.

      ******************************************************************
      *    0000-MAINLINE - OPEN THE LOG, DO THE ONE FUNCTION ASKED      *
      *    FOR, CLOSE THE LOG.  A LOG THAT CANNOT BE OPENED CANNOT      *
      *    PROVE THE BATCH, SO THE CALLER IS TOLD NOT TO SEND IT.       *
      ******************************************************************
       0000-MAINLINE.
           MOVE ZERO TO BP-RETURN-CODE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           OPEN I-O BATCH-LOG.
           IF WS-BTCHLOG-STATUS NOT = "00"
               DISPLAY "AD036BLG - BATCH LOG OPEN ERROR "
                       WS-BTCHLOG-STATUS " - " BP-PROGRAM-ID
                       " BATCH NOT LOGGED"
               MOVE 8 TO BP-RETURN-CODE
               GOBACK
           END-IF.

           IF BP-FUNCTION-ISSUE
               PERFORM 1000-ISSUE-BATCH
                   THRU 1000-ISSUE-BATCH-EXIT
           ELSE
               IF BP-FUNCTION-CLOSE
                   PERFORM 2000-CLOSE-BATCH
                       THRU 2000-CLOSE-BATCH-EXIT
               ELSE
                   DISPLAY "AD036BLG - UNKNOWN FUNCTION "
                           BP-FUNCTION " FROM " BP-PROGRAM-ID
                   MOVE 8 TO BP-RETURN-CODE
               END-IF
           END-IF.

           CLOSE BATCH-LOG.

           GOBACK.

      ******************************************************************
      *    1000-ISSUE-BATCH - TAKE THE NEXT NUMBER FROM THE SOURCE'S    *
      *    CONTROL ENTRY AND FILE THE BATCH ENTRY AS ISSUED.            *
      ******************************************************************
       1000-ISSUE-BATCH.
           MOVE ZERO TO BP-BATCH-NUMBER.

           MOVE BP-SOURCE-ID TO BL-SOURCE-ID.
           MOVE ZERO         TO BL-BATCH-NUMBER.
           READ BATCH-LOG
               INVALID KEY
                   PERFORM 1100-REGISTER-SOURCE
                       THRU 1100-REGISTER-SOURCE-EXIT
           END-READ.

           IF BP-RETURN-CODE NOT = ZERO
               GO TO 1000-ISSUE-BATCH-EXIT
           END-IF.

           IF BL-SOURCE-CLIENT
               DISPLAY "AD036BLG - SOURCE " BP-SOURCE-ID
                       " IS REGISTERED TO A CLIENT - " BP-PROGRAM-ID
                       " MAY NOT ISSUE BATCHES FOR IT"
               MOVE 8 TO BP-RETURN-CODE
               GO TO 1000-ISSUE-BATCH-EXIT
           END-IF.

           ADD 1 TO BL-LAST-ISSUED.
           MOVE BL-LAST-ISSUED  TO WS-ISSUED-NUMBER.
           MOVE WS-CURRENT-DATE TO BL-LAST-ISSUED-DATE.
           REWRITE BATCH-LOG-RECORD.
           IF WS-BTCHLOG-STATUS NOT = "00"
               DISPLAY "AD036BLG - BATCH LOG REWRITE ERROR "
                       WS-BTCHLOG-STATUS " SOURCE " BP-SOURCE-ID
               MOVE 8 TO BP-RETURN-CODE
               GO TO 1000-ISSUE-BATCH-EXIT
           END-IF.

           MOVE SPACES             TO BATCH-LOG-RECORD.
           MOVE BP-SOURCE-ID       TO BL-SOURCE-ID.
           MOVE WS-ISSUED-NUMBER   TO BL-BATCH-NUMBER.
           MOVE "I"                TO BL-STATUS.
           MOVE BP-PROGRAM-ID      TO BL-PROGRAM-ID.
           MOVE WS-CURRENT-DATE    TO BL-ISSUE-DATE.
           MOVE WS-CURRENT-TIME    TO BL-ISSUE-TIME.
           MOVE ZERO               TO BL-WRITER-COUNT
                                      BL-WRITER-HASH
                                      BL-RECEIVED-DATE
                                      BL-RECEIVED-COUNT
                                      BL-RECEIVED-HASH
                                      BL-HOLD-CT.
           WRITE BATCH-LOG-RECORD
               INVALID KEY
                   DISPLAY "AD036BLG - BATCH " BP-SOURCE-ID " "
                           WS-ISSUED-NUMBER " ALREADY ON THE LOG - "
                           "CONTROL ENTRY OUT OF STEP"
                   MOVE 8 TO BP-RETURN-CODE
                   GO TO 1000-ISSUE-BATCH-EXIT
           END-WRITE.

           MOVE WS-ISSUED-NUMBER TO BP-BATCH-NUMBER.
       1000-ISSUE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    1100-REGISTER-SOURCE - AN IN-HOUSE FEED'S FIRST BATCH        *
      *    CREATES ITS CONTROL ENTRY.                                   *
      ******************************************************************
       1100-REGISTER-SOURCE.
           MOVE SPACES             TO BATCH-LOG-RECORD.
           MOVE BP-SOURCE-ID       TO BL-SOURCE-ID.
           MOVE ZERO               TO BL-BATCH-NUMBER.
           MOVE SPACES             TO BL-CONTROL-DATA.
           MOVE "I"                TO BL-SOURCE-TYPE.
           MOVE BP-PROGRAM-ID      TO BL-SOURCE-NAME.
           MOVE ZERO               TO BL-LAST-ISSUED
                                      BL-LAST-ISSUED-DATE
                                      BL-LAST-ACCEPTED
                                      BL-LAST-ACCEPTED-DATE.
           WRITE BATCH-LOG-RECORD
               INVALID KEY
                   DISPLAY "AD036BLG - CANNOT REGISTER SOURCE "
                           BP-SOURCE-ID " STATUS " WS-BTCHLOG-STATUS
                   MOVE 8 TO BP-RETURN-CODE
           END-WRITE.
       1100-REGISTER-SOURCE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-CLOSE-BATCH - LOG THE WRITER'S TRAILER TOTALS AGAINST   *
      *    THE ISSUED BATCH.                                            *
      ******************************************************************
       2000-CLOSE-BATCH.
           MOVE BP-SOURCE-ID    TO BL-SOURCE-ID.
           MOVE BP-BATCH-NUMBER TO BL-BATCH-NUMBER.
           READ BATCH-LOG
               INVALID KEY
                   DISPLAY "AD036BLG - BATCH " BP-SOURCE-ID " "
                           BP-BATCH-NUMBER " WAS NEVER ISSUED"
                   MOVE 8 TO BP-RETURN-CODE
                   GO TO 2000-CLOSE-BATCH-EXIT
           END-READ.

           IF NOT BL-STATUS-ISSUED
               DISPLAY "AD036BLG - BATCH " BP-SOURCE-ID " "
                       BP-BATCH-NUMBER " IS STATUS " BL-STATUS
                       " - ALREADY CLOSED"
               MOVE 8 TO BP-RETURN-CODE
               GO TO 2000-CLOSE-BATCH-EXIT
           END-IF.

           MOVE "W"              TO BL-STATUS.
           MOVE BP-RECORD-COUNT  TO BL-WRITER-COUNT.
           MOVE BP-CUSTOMER-HASH TO BL-WRITER-HASH.
           REWRITE BATCH-LOG-RECORD.
           IF WS-BTCHLOG-STATUS NOT = "00"
               DISPLAY "AD036BLG - BATCH LOG REWRITE ERROR "
                       WS-BTCHLOG-STATUS " BATCH " BP-SOURCE-ID " "
                       BP-BATCH-NUMBER
               MOVE 8 TO BP-RETURN-CODE
           END-IF.
       2000-CLOSE-BATCH-EXIT.
           EXIT.
