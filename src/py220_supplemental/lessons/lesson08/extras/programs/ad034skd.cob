      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD034SKD                                        *
      *   TITLE:       SKIP-TRACE REVIEW QUEUE DISPOSITION             *
      *                                                                *
      *   NARRATIVE:   APPLIES THE CLERK'S DISPOSITIONS AGAINST THE    *
      *                SKIPQ REVIEW QUEUE AD033SKI FILES FOR FOUND     *
      *                ADDRESSES THAT SCORED BELOW THE HIGH-CONFIDENCE *
      *                MARK OR FAILED THE STATE/ZIP CHECK.  AN ACCEPT  *
      *                TRANSACTION RE-READS THE CUSTOMER (WHO MUST     *
      *                STILL BE SUPPRESSED AND NOT DECEASED OR ON      *
      *                LEGAL HOLD), RUNS A DOMESTIC STATE/ZIP THROUGH  *
      *                THE SAME AD002VAL CHECK THE UPDATE STREAM       *
      *                APPLIES, REGENERATES A COMPLETE BILLING         *
      *                ADDRESS CHANGE TRANSACTION ONTO THE RELEASE     *
      *                FEED READ BY THE NEXT AD001UPD RUN (WHOSE       *
      *                AUTO-RESTORE LIFTS THE SUPPRESSION), AND MARKS  *
      *                THE ENTRY ACCEPTED.  A REJECT TRANSACTION       *
      *                RETIRES THE ENTRY WITHOUT RESUBMISSION.         *
      *                NOTHING IS EVER DELETED - THE STATUS TRAIL IS   *
      *                THE AUDIT TRAIL.                                *
      *                                                                *
      *   AUTHOR:        D. WHITFIELD, DATA ADMINISTRATION             *
      *   INSTALLATION:  HOME OFFICE DATA CENTER                       *
      *   DATE-WRITTEN:  10/15/2026                                    *
      *   DATE-COMPILED:                                               *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   --------------------                                        *
      *   10/15/2026  DLW  ORIGINAL VERSION.                           *
      *   10/15/2026  DLW  THE RELEASE FEED IS NOW WRITTEN AS ONE      *
      *                    BATCH (COPY ADDRBAT) - HEADER, DETAILS, AND *
      *                    A TRAILER CARRYING THE RECORD COUNT AND     *
      *                    CUSTOMER-ID HASH - UNDER A BATCH NUMBER     *
      *                    ISSUED AND CLOSED ON THE BTCHLOG BATCH LOG  *
      *                    BY AD036BLG (SOURCE SKRV), SO THE AD035PRE  *
      *                    PRE-EDIT CAN PROVE THE FEED BEFORE AD001UPD *
      *                    SEES IT. A BATCH THE LOG WILL NOT ISSUE     *
      *                    STOPS THE RUN; ONE IT WILL NOT CLOSE ENDS   *
      *                    IT RC 8.                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 AD034SKD.
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
           SELECT SKIP-TRACE-QUEUE ASSIGN TO SKIPQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SQ-KEY
               FILE STATUS IS WS-SKIPQ-STATUS.

           SELECT FIX-TRANS        ASSIGN TO SKIPFIX
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKIPFIX-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT RELEASE-FEED     ASSIGN TO SKQTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RELEASE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SKIP-TRACE-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY SKIPQ.

       FD  FIX-TRANS
           LABEL RECORDS ARE STANDARD.
           COPY SKIPFIX.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.

       FD  RELEASE-FEED
           LABEL RECORDS ARE STANDARD.
           COPY ADDRBAT.

       WORKING-STORAGE SECTION.
       77  WS-SKIPQ-STATUS          PIC XX              VALUE "00".
       77  WS-SKIPFIX-STATUS        PIC XX              VALUE "00".
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-RELEASE-STATUS        PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-TRANS-READ-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-ACCEPTED-CT           PIC 9(07) COMP      VALUE ZERO.
       77  WS-REJECTED-CT           PIC 9(07) COMP      VALUE ZERO.
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
      *    0000-MAINLINE - PROGRAM CONTROL                              *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-TRANS
               THRU 2000-PROCESS-TRANS-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - OPEN FILES AND PRIME THE READ              *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           OPEN I-O   SKIP-TRACE-QUEUE.
           IF WS-SKIPQ-STATUS NOT = "00"
               DISPLAY "AD034SKD - REVIEW QUEUE OPEN ERROR "
                       WS-SKIPQ-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT FIX-TRANS.
           IF WS-SKIPFIX-STATUS NOT = "00"
               DISPLAY "AD034SKD - FIX TRANS OPEN ERROR "
                       WS-SKIPFIX-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD034SKD - CUSTOMER MASTER OPEN ERROR "
                       WS-CUSTMAS-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT RELEASE-FEED.
           IF WS-RELEASE-STATUS NOT = "00"
               DISPLAY "AD034SKD - RELEASE FEED OPEN ERROR "
                       WS-RELEASE-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 7600-OPEN-BATCH
               THRU 7600-OPEN-BATCH-EXIT.

           PERFORM 2100-READ-TRANS
               THRU 2100-READ-TRANS-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-TRANS - APPLY ONE DISPOSITION TRANSACTION       *
      ******************************************************************
       2000-PROCESS-TRANS.
           ADD 1 TO WS-TRANS-READ-CT.

           MOVE SF-CUSTOMER-ID   TO SQ-CUSTOMER-ID.
           MOVE SF-RESPONSE-DATE TO SQ-RESPONSE-DATE.
           READ SKIP-TRACE-QUEUE
               INVALID KEY
                   DISPLAY "AD034SKD - NO QUEUE ENTRY FOR "
                           SF-CUSTOMER-ID " DATE " SF-RESPONSE-DATE
                   ADD 1 TO WS-TRANS-REJECT-CT
                   GO TO 2080-NEXT-TRANS
           END-READ.

           IF NOT SQ-STATUS-OPEN
               DISPLAY "AD034SKD - ENTRY ALREADY WORKED FOR "
                       SF-CUSTOMER-ID " STATUS " SQ-STATUS
               ADD 1 TO WS-TRANS-REJECT-CT
               GO TO 2080-NEXT-TRANS
           END-IF.

           IF SF-ACTION-ACCEPT
               PERFORM 3000-ACCEPT-ENTRY
                   THRU 3000-ACCEPT-ENTRY-EXIT
           ELSE
               IF SF-ACTION-REJECT
                   PERFORM 4000-REJECT-ENTRY
                       THRU 4000-REJECT-ENTRY-EXIT
               ELSE
                   DISPLAY "AD034SKD - INVALID ACTION CODE FOR "
                           SF-CUSTOMER-ID
                   ADD 1 TO WS-TRANS-REJECT-CT
               END-IF
           END-IF.

       2080-NEXT-TRANS.
           PERFORM 2100-READ-TRANS
               THRU 2100-READ-TRANS-EXIT.
       2000-PROCESS-TRANS-EXIT.
           EXIT.

       2100-READ-TRANS.
           READ FIX-TRANS
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-READ-TRANS-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ACCEPT-ENTRY - REGENERATE A COMPLETE BILLING ADDRESS    *
      *    CHANGE FROM THE ENTRY ONTO THE RELEASE FEED FOR THE NEXT     *
      *    AD001UPD RUN.  THE CUSTOMER MAY HAVE CHANGED SINCE THE       *
      *    ENTRY WAS FILED, SO THE MASTER IS CHECKED AGAIN; A REFUSED   *
      *    ACCEPT LEAVES THE ENTRY OPEN FOR A REJECT.                   *
      ******************************************************************
       3000-ACCEPT-ENTRY.
           MOVE SQ-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "AD034SKD - CUSTOMER NOT ON MASTER - "
                           "CANNOT ACCEPT " SF-CUSTOMER-ID
                   ADD 1 TO WS-TRANS-REJECT-CT
                   GO TO 3000-ACCEPT-ENTRY-EXIT
           END-READ.

           IF CM-PREF-DECEASED
                  OR CM-PREF-LEGAL-HOLD
               DISPLAY "AD034SKD - CUSTOMER DECEASED OR ON LEGAL "
                       "HOLD - CANNOT ACCEPT " SF-CUSTOMER-ID
               ADD 1 TO WS-TRANS-REJECT-CT
               GO TO 3000-ACCEPT-ENTRY-EXIT
           END-IF.

           IF NOT CM-ADDR-BAD-YES
               DISPLAY "AD034SKD - CUSTOMER NO LONGER SUPPRESSED - "
                       "CANNOT ACCEPT " SF-CUSTOMER-ID
               ADD 1 TO WS-TRANS-REJECT-CT
               GO TO 3000-ACCEPT-ENTRY-EXIT
           END-IF.

           IF SQ-COUNTRY-DOMESTIC
               CALL "AD002VAL" USING SQ-NEW-STATE
                                      SQ-NEW-ZIP1
                                      WS-VALIDATE-RC
               IF WS-VALIDATE-RC NOT = ZERO
                   DISPLAY "AD034SKD - NEW STATE/ZIP INVALID - CANNOT "
                           "ACCEPT " SF-CUSTOMER-ID
                           " RC=" WS-VALIDATE-RC
                   ADD 1 TO WS-TRANS-REJECT-CT
                   GO TO 3000-ACCEPT-ENTRY-EXIT
               END-IF
           END-IF.

           MOVE SQ-CUSTOMER-ID             TO AT-CUSTOMER-ID.
           SET AT-TYPE-BILLING             TO TRUE.
           MOVE SQ-NEW-ADDRESS-LINE-1      TO AT-NEW-ADDRESS-LINE-1.
           IF SQ-COUNTRY-DOMESTIC
               MOVE SQ-NEW-CITY            TO AT-NEW-CITY
               MOVE SQ-NEW-STATE           TO AT-NEW-STATE
               MOVE SQ-NEW-ZIP1            TO AT-NEW-ZIP1
               MOVE SQ-NEW-ZIP2            TO AT-NEW-ZIP2
               MOVE SPACES                 TO AT-NEW-POSTAL-CODE
               MOVE "US "                  TO AT-NEW-COUNTRY-CODE
               MOVE SPACES                 TO AT-NEW-COUNTRY-NAME
               MOVE SPACES                 TO AT-NEW-INTL-CITY
               MOVE SPACES                 TO AT-NEW-INTL-PROVINCE
           ELSE
               MOVE SPACES                 TO AT-NEW-CITY
               MOVE SPACES                 TO AT-NEW-STATE
               MOVE ZERO                   TO AT-NEW-ZIP1
               MOVE ZERO                   TO AT-NEW-ZIP2
               MOVE SQ-NEW-POSTAL-CODE     TO AT-NEW-POSTAL-CODE
               MOVE SQ-NEW-COUNTRY-CODE    TO AT-NEW-COUNTRY-CODE
               MOVE SQ-NEW-COUNTRY-NAME    TO AT-NEW-COUNTRY-NAME
               MOVE SQ-NEW-INTL-CITY       TO AT-NEW-INTL-CITY
               MOVE SQ-NEW-INTL-PROVINCE   TO AT-NEW-INTL-PROVINCE
           END-IF.
           MOVE ZERO                       TO AT-SEASONAL-START-MMDD.
           MOVE ZERO                       TO AT-SEASONAL-END-MMDD.

           PERFORM 7700-WRITE-BATCH-DETAIL
               THRU 7700-WRITE-BATCH-DETAIL-EXIT.

           SET SQ-STATUS-ACCEPTED TO TRUE.
           MOVE WS-CURRENT-DATE TO SQ-STATUS-DATE.

           PERFORM 6000-REWRITE-ENTRY
               THRU 6000-REWRITE-ENTRY-EXIT.

           ADD 1 TO WS-ACCEPTED-CT.
       3000-ACCEPT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    4000-REJECT-ENTRY - RETIRE THE ENTRY WITHOUT RESUBMISSION.   *
      *    THE CUSTOMER STAYS SUPPRESSED AND BECOMES ELIGIBLE FOR THE   *
      *    EXTRACT AGAIN ONCE A CYCLE HAS PASSED SINCE THE RESPONSE.    *
      ******************************************************************
       4000-REJECT-ENTRY.
           SET SQ-STATUS-REJECTED TO TRUE.
           MOVE WS-CURRENT-DATE TO SQ-STATUS-DATE.

           PERFORM 6000-REWRITE-ENTRY
               THRU 6000-REWRITE-ENTRY-EXIT.

           ADD 1 TO WS-REJECTED-CT.
       4000-REJECT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    6000-REWRITE-ENTRY - COMMIT THE UPDATED QUEUE ENTRY.  A      *
      *    FAILURE ENDS THE RUN BEFORE THE RELEASE BATCH GETS A         *
      *    TRAILER.  ENTRIES ACCEPTED AHEAD OF THE FAILURE ARE ALREADY  *
      *    MARKED ACCEPTED ON THE QUEUE, AND A RERUN TURNS THEIR        *
      *    SKIPFIX RECORDS AWAY, SO THEIR TRANSACTIONS EXIST ONLY IN    *
      *    THE PARTIAL SKQTRAN BATCH - WHICH THE RERUN'S OPEN OUTPUT    *
      *    WOULD OVERWRITE.  SAVE SKQTRAN BEFORE ANY RERUN AND PASS IT  *
      *    THROUGH AD035PRE.  IT IS HELD THERE AS "NO TRAILER - BATCH   *
      *    INCOMPLETE", IS CORRECTED FROM HELDBAT, AND IS RESUBMITTED   *
      *    UNDER ITS OWN NUMBER.                                        *
      ******************************************************************
       6000-REWRITE-ENTRY.
           REWRITE SKIP-TRACE-QUEUE-RECORD.
           IF WS-SKIPQ-STATUS NOT = "00"
               DISPLAY "AD034SKD - QUEUE REWRITE ERROR "
                       WS-SKIPQ-STATUS " CUSTOMER " SQ-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.
       6000-REWRITE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - CLOSE FILES AND REPORT COUNTS               *
      ******************************************************************
       8000-TERMINATE.
           DISPLAY "AD034SKD - TRANSACTIONS READ    " WS-TRANS-READ-CT.
           DISPLAY "AD034SKD - ENTRIES ACCEPTED     " WS-ACCEPTED-CT.
           DISPLAY "AD034SKD - ENTRIES REJECTED     " WS-REJECTED-CT.
           DISPLAY "AD034SKD - TRANSACTIONS REJECTED "
                   WS-TRANS-REJECT-CT.

           PERFORM 7800-CLOSE-BATCH
               THRU 7800-CLOSE-BATCH-EXIT.

           CLOSE SKIP-TRACE-QUEUE.
           CLOSE FIX-TRANS.
           CLOSE CUSTOMER-MASTER.
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
           MOVE "SKRV"              TO BP-SOURCE-ID.
           MOVE "AD034SKD"          TO BP-PROGRAM-ID.
           MOVE ZERO                TO BP-BATCH-NUMBER.
           MOVE ZERO                TO BP-RECORD-COUNT.
           MOVE ZERO                TO BP-CUSTOMER-HASH.
           CALL "AD036BLG" USING BATCH-LOG-PARMS.
           IF BP-RETURN-CODE NOT = ZERO
               DISPLAY "AD034SKD - NO BATCH NUMBER ISSUED FOR SOURCE "
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
               DISPLAY "AD034SKD - RELEASE FEED WRITE ERROR "
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
               DISPLAY "AD034SKD - RELEASE FEED WRITE ERROR "
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
               DISPLAY "AD034SKD - RELEASE FEED WRITE ERROR "
                       WS-RELEASE-STATUS
               GO TO 9999-ABEND
           END-IF.

           SET BP-FUNCTION-CLOSE    TO TRUE.
           MOVE WS-BATCH-DETAIL-CT  TO BP-RECORD-COUNT.
           MOVE WS-BATCH-HASH       TO BP-CUSTOMER-HASH.
           CALL "AD036BLG" USING BATCH-LOG-PARMS.
           IF BP-RETURN-CODE NOT = ZERO
               DISPLAY "AD034SKD - BATCH " BP-SOURCE-ID " "
                       BP-BATCH-NUMBER " NOT CLOSED ON THE BATCH LOG"
               MOVE 8 TO RETURN-CODE
               GO TO 7800-CLOSE-BATCH-EXIT
           END-IF.

           DISPLAY "AD034SKD - BATCH " BP-SOURCE-ID " "
                   BP-BATCH-NUMBER " CLOSED, DETAILS "
                   WS-BATCH-DETAIL-CT.
       7800-CLOSE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - FATAL FILE ERROR                                *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
