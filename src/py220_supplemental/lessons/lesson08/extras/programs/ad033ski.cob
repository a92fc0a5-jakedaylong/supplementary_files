      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD033SKI                                        *
      *   TITLE:       SKIP-TRACE VENDOR RESPONSE INTAKE               *
      *                                                                *
      *   NARRATIVE:   READS THE SKIP-TRACE VENDOR'S ANSWER TO THE     *
      *                AD032SKX EXTRACT AND ROUTES EVERY RESPONSE.     *
      *                EACH RESPONSE MUST MATCH THE CUSTOMER'S         *
      *                OUTSTANDING SEND ON THE SKIPLOG (SAME EXTRACT   *
      *                DATE, NOT YET ANSWERED).  A FOUND ADDRESS AT OR *
      *                ABOVE SP-HIGH-CONFIDENCE BECOMES A BILLING      *
      *                ADDRESS CHANGE TRANSACTION ON THE SKPTRAN FEED  *
      *                FOR THE NEXT AD001UPD RUN, WHOSE AUTO-RESTORE   *
      *                RESOLVES THE OPEN RETURNS AND LIFTS THE         *
      *                SUPPRESSION.  A FOUND ADDRESS BELOW THE SCORE,  *
      *                OR WHOSE STATE/ZIP FAILS THE AD002VAL CHECK,    *
      *                IS FILED OPEN ON THE SKIPQ REVIEW QUEUE FOR A   *
      *                CLERK (AD034SKD APPLIES THE DISPOSITIONS).  A   *
      *                CUSTOMER NOW DECEASED OR ON LEGAL HOLD, GONE    *
      *                FROM THE MASTER, OR NO LONGER SUPPRESSED IS     *
      *                LISTED AS AN EXCEPTION AND NOT APPLIED.  EVERY  *
      *                ANSWER IS STAMPED ON THE SKIPLOG.  RESPONSES    *
      *                READ, APPLIED, QUEUED, NOT FOUND, AND LISTED    *
      *                ARE FILED ON RUNCTL FOR AD005BAL.               *
      *                                                                *
      *   AUTHOR:        D. WHITFIELD, DATA ADMINISTRATION             *
      *   INSTALLATION:  HOME OFFICE DATA CENTER                       *
      *   DATE-WRITTEN:  10/15/2026                                    *
      *   DATE-COMPILED:                                               *
      *                                                                *
      *   MODIFICATION HISTORY                                        *
      *   --------------------                                        *
      *   10/15/2026  DLW  ORIGINAL VERSION.                           *
      *   10/15/2026  DLW  THE CHANGE FEED IS NOW WRITTEN AS ONE BATCH *
      *                    (COPY ADDRBAT) - HEADER, DETAILS, AND A     *
      *                    TRAILER CARRYING THE RECORD COUNT AND       *
      *                    CUSTOMER-ID HASH - UNDER A BATCH NUMBER     *
      *                    ISSUED AND CLOSED ON THE BTCHLOG BATCH LOG  *
      *                    BY AD036BLG (SOURCE SKIP), SO THE AD035PRE  *
      *                    PRE-EDIT CAN PROVE THE FEED BEFORE AD001UPD *
      *                    SEES IT. A BATCH THE LOG WILL NOT ISSUE     *
      *                    STOPS THE RUN; ONE IT WILL NOT CLOSE ENDS   *
      *                    IT RC 8.                                    *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 AD033SKI.
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
           SELECT PARM-FILE        ASSIGN TO SKPPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKPPARM-STATUS.

           SELECT RESPONSE-FILE    ASSIGN TO SKPRESP
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKPRESP-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT SKIP-TRACE-LOG   ASSIGN TO SKIPLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SL-CUSTOMER-ID
               FILE STATUS IS WS-SKIPLOG-STATUS.

           SELECT SKIP-TRACE-QUEUE ASSIGN TO SKIPQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SQ-KEY
               FILE STATUS IS WS-SKIPQ-STATUS.

           SELECT CHANGE-FEED      ASSIGN TO SKPTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGFEED-STATUS.

           SELECT INTAKE-RPT       ASSIGN TO SKIRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKIRPT-STATUS.

           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SKPPARM.

       FD  RESPONSE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SKPRESP.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.

       FD  SKIP-TRACE-LOG
           LABEL RECORDS ARE STANDARD.
           COPY SKIPLOG.

       FD  SKIP-TRACE-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY SKIPQ.

       FD  CHANGE-FEED
           LABEL RECORDS ARE STANDARD.
           COPY ADDRBAT.

       FD  INTAKE-RPT
           LABEL RECORDS ARE STANDARD.
       01  INTAKE-REPORT-LINE        PIC X(132).

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  WS-SKPPARM-STATUS        PIC XX              VALUE "00".
       77  WS-SKPRESP-STATUS        PIC XX              VALUE "00".
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-SKIPLOG-STATUS        PIC XX              VALUE "00".
       77  WS-SKIPQ-STATUS          PIC XX              VALUE "00".
       77  WS-CHGFEED-STATUS        PIC XX              VALUE "00".
       77  WS-SKIRPT-STATUS         PIC XX              VALUE "00".
       77  WS-RUNCTL-STATUS         PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-HIGH-CONFIDENCE       PIC 9(03)           VALUE 85.
       77  WS-CONFIDENCE            PIC 9(03)           VALUE ZERO.
       77  WS-VALIDATE-RC           PIC 9(02)           VALUE ZERO.
       77  WS-RESPONSE-DATE         PIC 9(08)           VALUE ZERO.
       77  WS-RESULT-CD             PIC X(01)           VALUE SPACES.
       77  WS-DISPOSITION-MSG       PIC X(32)           VALUE SPACES.
       77  WS-RESPONSES-READ-CT     PIC 9(07) COMP      VALUE ZERO.
       77  WS-APPLIED-CT            PIC 9(07) COMP      VALUE ZERO.
       77  WS-QUEUED-CT             PIC 9(07) COMP      VALUE ZERO.
       77  WS-NOT-FOUND-CT          PIC 9(07) COMP      VALUE ZERO.
       77  WS-EXCEPTION-CT          PIC 9(07) COMP      VALUE ZERO.

       77  WS-BATCH-DETAIL-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-BATCH-HASH            PIC 9(15)           VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE       PIC 9(08).
           05 WS-CURRENT-TIME       PIC 9(06).

       01  WS-REPORT-HEADING.
           05 FILLER                PIC X(36)
                   VALUE "SKIP-TRACE RESPONSE INTAKE LISTING".
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(23)
                   VALUE "   HIGH CONFIDENCE AT ".
           05 HD-HIGH-CONFIDENCE    PIC ZZ9.
           05 FILLER                PIC X(62)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(11)  VALUE "CUSTOMER".
           05 FILLER                PIC X(10)  VALUE "EXTRACT".
           05 FILLER                PIC X(05)  VALUE "RES".
           05 FILLER                PIC X(05)  VALUE "CONF".
           05 FILLER                PIC X(34)  VALUE "DISPOSITION".
           05 FILLER                PIC X(41)
                   VALUE "ADDRESS FOUND".
           05 FILLER                PIC X(26)
                   VALUE "CITY/ST/ZIP OR COUNTRY".

       01  WS-REPORT-DETAIL.
           05 RD-CUSTOMER-ID        PIC 9(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-EXTRACT-DATE       PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-RESULT-CD          PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 RD-CONFIDENCE         PIC ZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 RD-DISPOSITION        PIC X(32).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-ADDRESS-LINE-1     PIC X(40).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RD-LOCALITY           PIC X(26).

       01  WS-DOMESTIC-LOCALITY.
           05 DL-CITY               PIC X(17).
           05 DL-STATE              PIC XX.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 DL-ZIP1               PIC 9(05).

       01  WS-SUMMARY-LINE.
           05 FILLER                PIC X(06)  VALUE SPACES.
           05 SL-LABEL              PIC X(30).
           05 SL-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(87)  VALUE SPACES.

       COPY ADDRTRAN.

       COPY BTCHPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - PROGRAM CONTROL                              *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-RESPONSE
               THRU 2000-PROCESS-RESPONSE-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - TAKE THE PARAMETERS, OPEN FILES, AND PRIME *
      *    THE READ                                                     *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           OPEN INPUT  PARM-FILE.
           IF WS-SKPPARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       MOVE ZERO TO SP-HIGH-CONFIDENCE
               END-READ
               IF SP-HIGH-CONFIDENCE NUMERIC
                      AND SP-HIGH-CONFIDENCE > ZERO
                   MOVE SP-HIGH-CONFIDENCE TO WS-HIGH-CONFIDENCE
               END-IF
               CLOSE PARM-FILE
           END-IF.

           OPEN INPUT  RESPONSE-FILE.
           IF WS-SKPRESP-STATUS NOT = "00"
               DISPLAY "AD033SKI - RESPONSE FILE OPEN ERROR "
                       WS-SKPRESP-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD033SKI - CUSTOMER MASTER OPEN ERROR "
                       WS-CUSTMAS-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN I-O    SKIP-TRACE-LOG.
           IF WS-SKIPLOG-STATUS NOT = "00"
               DISPLAY "AD033SKI - SKIP-TRACE LOG OPEN ERROR "
                       WS-SKIPLOG-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN I-O    SKIP-TRACE-QUEUE.
           IF WS-SKIPQ-STATUS NOT = "00"
               DISPLAY "AD033SKI - REVIEW QUEUE OPEN ERROR "
                       WS-SKIPQ-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT CHANGE-FEED.
           IF WS-CHGFEED-STATUS NOT = "00"
               DISPLAY "AD033SKI - CHANGE FEED OPEN ERROR "
                       WS-CHGFEED-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 7600-OPEN-BATCH
               THRU 7600-OPEN-BATCH-EXIT.

           OPEN OUTPUT INTAKE-RPT.
           IF WS-SKIRPT-STATUS NOT = "00"
               DISPLAY "AD033SKI - INTAKE LISTING OPEN ERROR "
                       WS-SKIRPT-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE WS-CURRENT-DATE     TO HD-RUN-DATE.
           MOVE WS-HIGH-CONFIDENCE  TO HD-HIGH-CONFIDENCE.
           WRITE INTAKE-REPORT-LINE FROM WS-REPORT-HEADING.
           WRITE INTAKE-REPORT-LINE FROM WS-COLUMN-HEADING.

           PERFORM 2100-READ-RESPONSE
               THRU 2100-READ-RESPONSE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-RESPONSE - MATCH ONE RESPONSE TO ITS SEND AND   *
      *    ROUTE IT BY RESULT                                           *
      ******************************************************************
       2000-PROCESS-RESPONSE.
           ADD 1 TO WS-RESPONSES-READ-CT.

           IF SR-CONFIDENCE NUMERIC
               MOVE SR-CONFIDENCE    TO WS-CONFIDENCE
           ELSE
               MOVE ZERO             TO WS-CONFIDENCE
           END-IF.
           IF SR-RESPONSE-DATE NUMERIC
                  AND SR-RESPONSE-DATE > ZERO
               MOVE SR-RESPONSE-DATE TO WS-RESPONSE-DATE
           ELSE
               MOVE WS-CURRENT-DATE  TO WS-RESPONSE-DATE
           END-IF.

           MOVE SR-CUSTOMER-ID TO SL-CUSTOMER-ID.
           READ SKIP-TRACE-LOG
               INVALID KEY
                   MOVE "CUSTOMER NEVER SENT TO VENDOR"
                                        TO WS-DISPOSITION-MSG
                   PERFORM 6000-LIST-RESPONSE
                       THRU 6000-LIST-RESPONSE-EXIT
                   ADD 1 TO WS-EXCEPTION-CT
                   GO TO 2080-NEXT-RESPONSE
           END-READ.

           IF SL-LAST-SENT-DATE NOT = SR-EXTRACT-DATE
               MOVE "NOT THE CUSTOMER'S LATEST SEND"
                                        TO WS-DISPOSITION-MSG
               PERFORM 6000-LIST-RESPONSE
                   THRU 6000-LIST-RESPONSE-EXIT
               ADD 1 TO WS-EXCEPTION-CT
               GO TO 2080-NEXT-RESPONSE
           END-IF.

           IF NOT SL-RESULT-AWAITED
               MOVE "SEND ALREADY ANSWERED"
                                        TO WS-DISPOSITION-MSG
               PERFORM 6000-LIST-RESPONSE
                   THRU 6000-LIST-RESPONSE-EXIT
               ADD 1 TO WS-EXCEPTION-CT
               GO TO 2080-NEXT-RESPONSE
           END-IF.

           IF SR-RESULT-NOT-FOUND
               ADD 1 TO WS-NOT-FOUND-CT
               MOVE "N" TO WS-RESULT-CD
           ELSE
               IF SR-RESULT-FOUND
                   PERFORM 3000-ROUTE-FOUND
                       THRU 3000-ROUTE-FOUND-EXIT
               ELSE
                   MOVE "INVALID RESULT CODE"
                                        TO WS-DISPOSITION-MSG
                   PERFORM 3900-LIST-EXCEPTION
                       THRU 3900-LIST-EXCEPTION-EXIT
               END-IF
           END-IF.

           PERFORM 5000-STAMP-LOG
               THRU 5000-STAMP-LOG-EXIT.

       2080-NEXT-RESPONSE.
           PERFORM 2100-READ-RESPONSE
               THRU 2100-READ-RESPONSE-EXIT.
       2000-PROCESS-RESPONSE-EXIT.
           EXIT.

       2100-READ-RESPONSE.
           READ RESPONSE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-READ-RESPONSE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ROUTE-FOUND - THE VENDOR FOUND A CURRENT ADDRESS.  THE  *
      *    CUSTOMER MUST STILL BE ON THE MASTER, STILL SUPPRESSED, AND  *
      *    NOT DECEASED OR ON LEGAL HOLD.  HIGH CONFIDENCE WITH A GOOD  *
      *    STATE/ZIP IS APPLIED; ANYTHING LESS IS QUEUED FOR REVIEW.    *
      ******************************************************************
       3000-ROUTE-FOUND.
           IF SR-NEW-ADDRESS-LINE-1 = SPACES
               MOVE "FOUND WITHOUT AN ADDRESS" TO WS-DISPOSITION-MSG
               PERFORM 3900-LIST-EXCEPTION
                   THRU 3900-LIST-EXCEPTION-EXIT
               GO TO 3000-ROUTE-FOUND-EXIT
           END-IF.

           IF SR-COUNTRY-DOMESTIC
               IF SR-NEW-ZIP1 NOT NUMERIC
                      OR SR-NEW-ZIP1 = ZERO
                      OR SR-NEW-STATE = SPACES
                   MOVE "FOUND WITHOUT A STATE/ZIP"
                                        TO WS-DISPOSITION-MSG
                   PERFORM 3900-LIST-EXCEPTION
                       THRU 3900-LIST-EXCEPTION-EXIT
                   GO TO 3000-ROUTE-FOUND-EXIT
               END-IF
           ELSE
               IF SR-NEW-INTL-CITY = SPACES
                   MOVE "FOUND WITHOUT A FOREIGN CITY"
                                        TO WS-DISPOSITION-MSG
                   PERFORM 3900-LIST-EXCEPTION
                       THRU 3900-LIST-EXCEPTION-EXIT
                   GO TO 3000-ROUTE-FOUND-EXIT
               END-IF
           END-IF.

           MOVE SR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NO LONGER ON MASTER"
                                        TO WS-DISPOSITION-MSG
                   PERFORM 3900-LIST-EXCEPTION
                       THRU 3900-LIST-EXCEPTION-EXIT
                   GO TO 3000-ROUTE-FOUND-EXIT
           END-READ.

           IF CM-PREF-DECEASED
               MOVE "DECEASED - NOT APPLIED"  TO WS-DISPOSITION-MSG
               PERFORM 3900-LIST-EXCEPTION
                   THRU 3900-LIST-EXCEPTION-EXIT
               GO TO 3000-ROUTE-FOUND-EXIT
           END-IF.

           IF CM-PREF-LEGAL-HOLD
               MOVE "LEGAL HOLD - NOT APPLIED" TO WS-DISPOSITION-MSG
               PERFORM 3900-LIST-EXCEPTION
                   THRU 3900-LIST-EXCEPTION-EXIT
               GO TO 3000-ROUTE-FOUND-EXIT
           END-IF.

           IF NOT CM-ADDR-BAD-YES
               MOVE "NO LONGER SUPPRESSED"    TO WS-DISPOSITION-MSG
               PERFORM 3900-LIST-EXCEPTION
                   THRU 3900-LIST-EXCEPTION-EXIT
               GO TO 3000-ROUTE-FOUND-EXIT
           END-IF.

           IF WS-CONFIDENCE < WS-HIGH-CONFIDENCE
               MOVE "L" TO SQ-QUEUE-REASON-CD
               PERFORM 4500-FILE-REVIEW-QUEUE
                   THRU 4500-FILE-REVIEW-QUEUE-EXIT
               GO TO 3000-ROUTE-FOUND-EXIT
           END-IF.

      *    A HIGH-CONFIDENCE DOMESTIC ADDRESS STILL HAS TO PASS THE
      *    STATE/ZIP CROSS-REFERENCE - RELEASING A BAD COMBINATION
      *    WOULD ONLY BOUNCE IT ONTO THE EXCEPTION QUEUE.
           IF SR-COUNTRY-DOMESTIC
               CALL "AD002VAL" USING SR-NEW-STATE
                                      SR-NEW-ZIP1
                                      WS-VALIDATE-RC
               IF WS-VALIDATE-RC NOT = ZERO
                   MOVE "Z" TO SQ-QUEUE-REASON-CD
                   PERFORM 4500-FILE-REVIEW-QUEUE
                       THRU 4500-FILE-REVIEW-QUEUE-EXIT
                   GO TO 3000-ROUTE-FOUND-EXIT
               END-IF
           END-IF.

           PERFORM 4000-WRITE-CHANGE
               THRU 4000-WRITE-CHANGE-EXIT.
       3000-ROUTE-FOUND-EXIT.
           EXIT.

      ******************************************************************
      *    3900-LIST-EXCEPTION - A MATCHED RESPONSE THAT CANNOT BE      *
      *    ROUTED.  LISTED WITH THE REASON IN WS-DISPOSITION-MSG AND    *
      *    STAMPED "X" ON THE SKIPLOG.                                  *
      ******************************************************************
       3900-LIST-EXCEPTION.
           PERFORM 6000-LIST-RESPONSE
               THRU 6000-LIST-RESPONSE-EXIT.
           ADD 1 TO WS-EXCEPTION-CT.
           MOVE "X" TO WS-RESULT-CD.
       3900-LIST-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      *    4000-WRITE-CHANGE - A BILLING ADDRESS CHANGE FOR THE NEXT    *
      *    AD001UPD RUN.  THE BILLING SLOT IS THE MAILING ADDRESS, SO   *
      *    REPLACING IT IS WHAT LIFTS THE SUPPRESSION.                  *
      ******************************************************************
       4000-WRITE-CHANGE.
           MOVE SR-CUSTOMER-ID             TO AT-CUSTOMER-ID.
           SET AT-TYPE-BILLING             TO TRUE.
           MOVE SR-NEW-ADDRESS-LINE-1      TO AT-NEW-ADDRESS-LINE-1.
           IF SR-COUNTRY-DOMESTIC
               MOVE SR-NEW-CITY            TO AT-NEW-CITY
               MOVE SR-NEW-STATE           TO AT-NEW-STATE
               MOVE SR-NEW-ZIP1            TO AT-NEW-ZIP1
               IF SR-NEW-ZIP2 NUMERIC
                   MOVE SR-NEW-ZIP2        TO AT-NEW-ZIP2
               ELSE
                   MOVE ZERO               TO AT-NEW-ZIP2
               END-IF
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
               MOVE SR-NEW-POSTAL-CODE     TO AT-NEW-POSTAL-CODE
               MOVE SR-NEW-COUNTRY-CODE    TO AT-NEW-COUNTRY-CODE
               MOVE SR-NEW-COUNTRY-NAME    TO AT-NEW-COUNTRY-NAME
               MOVE SR-NEW-INTL-CITY       TO AT-NEW-INTL-CITY
               MOVE SR-NEW-INTL-PROVINCE   TO AT-NEW-INTL-PROVINCE
           END-IF.
           MOVE ZERO                       TO AT-SEASONAL-START-MMDD.
           MOVE ZERO                       TO AT-SEASONAL-END-MMDD.

           PERFORM 7700-WRITE-BATCH-DETAIL
               THRU 7700-WRITE-BATCH-DETAIL-EXIT.

           ADD 1 TO WS-APPLIED-CT.
           MOVE "A" TO WS-RESULT-CD.
           MOVE "RELEASED TO AD001UPD"     TO WS-DISPOSITION-MSG.
           PERFORM 6000-LIST-RESPONSE
               THRU 6000-LIST-RESPONSE-EXIT.
       4000-WRITE-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      *    4500-FILE-REVIEW-QUEUE - FILE THE FOUND ADDRESS OPEN ON THE  *
      *    SKIPQ REVIEW QUEUE (SQ-QUEUE-REASON-CD SET BY THE CALLER)    *
      ******************************************************************
       4500-FILE-REVIEW-QUEUE.
           MOVE SR-CUSTOMER-ID             TO SQ-CUSTOMER-ID.
           MOVE WS-RESPONSE-DATE           TO SQ-RESPONSE-DATE.
           SET SQ-STATUS-OPEN              TO TRUE.
           MOVE WS-CURRENT-DATE            TO SQ-STATUS-DATE.
           MOVE SR-EXTRACT-DATE            TO SQ-EXTRACT-DATE.
           MOVE WS-CONFIDENCE              TO SQ-CONFIDENCE.
           MOVE CM-BILLING-ADDRESS-LINE-1  TO SQ-OLD-ADDRESS-LINE-1.
           MOVE SR-NEW-ADDRESS-LINE-1      TO SQ-NEW-ADDRESS-LINE-1.
           MOVE SR-NEW-CITY                TO SQ-NEW-CITY.
           MOVE SR-NEW-STATE               TO SQ-NEW-STATE.
           IF SR-NEW-ZIP1 NUMERIC
               MOVE SR-NEW-ZIP1            TO SQ-NEW-ZIP1
           ELSE
               MOVE ZERO                   TO SQ-NEW-ZIP1
           END-IF.
           IF SR-NEW-ZIP2 NUMERIC
               MOVE SR-NEW-ZIP2            TO SQ-NEW-ZIP2
           ELSE
               MOVE ZERO                   TO SQ-NEW-ZIP2
           END-IF.
           MOVE SR-NEW-POSTAL-CODE         TO SQ-NEW-POSTAL-CODE.
           MOVE SR-NEW-COUNTRY-CODE        TO SQ-NEW-COUNTRY-CODE.
           MOVE SR-NEW-COUNTRY-NAME        TO SQ-NEW-COUNTRY-NAME.
           MOVE SR-NEW-INTL-CITY           TO SQ-NEW-INTL-CITY.
           MOVE SR-NEW-INTL-PROVINCE       TO SQ-NEW-INTL-PROVINCE.

           WRITE SKIP-TRACE-QUEUE-RECORD
               INVALID KEY
                   MOVE "ALREADY ON THE REVIEW QUEUE"
                                        TO WS-DISPOSITION-MSG
                   PERFORM 3900-LIST-EXCEPTION
                       THRU 3900-LIST-EXCEPTION-EXIT
                   GO TO 4500-FILE-REVIEW-QUEUE-EXIT
           END-WRITE.

           ADD 1 TO WS-QUEUED-CT.
           MOVE "Q" TO WS-RESULT-CD.
           IF SQ-REASON-STATE-ZIP
               MOVE "QUEUED - STATE/ZIP FAILED CHECK"
                                        TO WS-DISPOSITION-MSG
           ELSE
               MOVE "QUEUED - LOW CONFIDENCE"
                                        TO WS-DISPOSITION-MSG
           END-IF.
           PERFORM 6000-LIST-RESPONSE
               THRU 6000-LIST-RESPONSE-EXIT.
       4500-FILE-REVIEW-QUEUE-EXIT.
           EXIT.

      ******************************************************************
      *    5000-STAMP-LOG - RECORD THE VENDOR'S ANSWER ON THE SKIPLOG   *
      *    ENTRY READ BY 2000-PROCESS-RESPONSE                          *
      ******************************************************************
       5000-STAMP-LOG.
           MOVE WS-RESPONSE-DATE  TO SL-LAST-RESPONSE-DATE.
           MOVE WS-RESULT-CD      TO SL-LAST-RESULT-CD.
           MOVE WS-CONFIDENCE     TO SL-LAST-CONFIDENCE.

           REWRITE SKIP-TRACE-LOG-RECORD.
           IF WS-SKIPLOG-STATUS NOT = "00"
               DISPLAY "AD033SKI - SKIP-TRACE LOG REWRITE ERROR "
                       WS-SKIPLOG-STATUS " CUSTOMER " SL-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.
       5000-STAMP-LOG-EXIT.
           EXIT.

      ******************************************************************
      *    6000-LIST-RESPONSE - PRINT ONE RESPONSE WITH ITS DISPOSITION *
      *    IN WS-DISPOSITION-MSG                                        *
      ******************************************************************
       6000-LIST-RESPONSE.
           MOVE SR-CUSTOMER-ID          TO RD-CUSTOMER-ID.
           MOVE SR-EXTRACT-DATE         TO RD-EXTRACT-DATE.
           MOVE SR-RESULT-CD            TO RD-RESULT-CD.
           MOVE WS-CONFIDENCE           TO RD-CONFIDENCE.
           MOVE WS-DISPOSITION-MSG      TO RD-DISPOSITION.
           MOVE SR-NEW-ADDRESS-LINE-1   TO RD-ADDRESS-LINE-1.
           IF SR-COUNTRY-DOMESTIC
               MOVE SR-NEW-CITY         TO DL-CITY
               MOVE SR-NEW-STATE        TO DL-STATE
               IF SR-NEW-ZIP1 NUMERIC
                   MOVE SR-NEW-ZIP1     TO DL-ZIP1
               ELSE
                   MOVE ZERO            TO DL-ZIP1
               END-IF
               MOVE WS-DOMESTIC-LOCALITY TO RD-LOCALITY
           ELSE
               MOVE SR-NEW-INTL-CITY    TO RD-LOCALITY
           END-IF.

           WRITE INTAKE-REPORT-LINE FROM WS-REPORT-DETAIL.
       6000-LIST-RESPONSE-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - SUMMARY, CLOSE FILES, REPORT COUNTS         *
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO INTAKE-REPORT-LINE.
           WRITE INTAKE-REPORT-LINE.
           MOVE "RESPONSES READ"                TO SL-LABEL.
           MOVE WS-RESPONSES-READ-CT            TO SL-COUNT.
           WRITE INTAKE-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "RELEASED TO AD001UPD"          TO SL-LABEL.
           MOVE WS-APPLIED-CT                   TO SL-COUNT.
           WRITE INTAKE-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "QUEUED FOR REVIEW"             TO SL-LABEL.
           MOVE WS-QUEUED-CT                    TO SL-COUNT.
           WRITE INTAKE-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "VENDOR FOUND NOTHING"          TO SL-LABEL.
           MOVE WS-NOT-FOUND-CT                 TO SL-COUNT.
           WRITE INTAKE-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "EXCEPTIONS LISTED"             TO SL-LABEL.
           MOVE WS-EXCEPTION-CT                 TO SL-COUNT.
           WRITE INTAKE-REPORT-LINE FROM WS-SUMMARY-LINE.

           DISPLAY "AD033SKI - RESPONSES READ       "
                   WS-RESPONSES-READ-CT.
           DISPLAY "AD033SKI - RELEASED TO AD001UPD " WS-APPLIED-CT.
           DISPLAY "AD033SKI - QUEUED FOR REVIEW    " WS-QUEUED-CT.
           DISPLAY "AD033SKI - VENDOR FOUND NOTHING " WS-NOT-FOUND-CT.
           DISPLAY "AD033SKI - EXCEPTIONS LISTED    " WS-EXCEPTION-CT.

           PERFORM 7800-CLOSE-BATCH
               THRU 7800-CLOSE-BATCH-EXIT.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.

           CLOSE RESPONSE-FILE.
           CLOSE CUSTOMER-MASTER.
           CLOSE SKIP-TRACE-LOG.
           CLOSE SKIP-TRACE-QUEUE.
           CLOSE CHANGE-FEED.
           CLOSE INTAKE-RPT.
       8000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    7500-WRITE-RUN-CONTROL - FILE THIS RUN'S COUNTS ON THE       *
      *    SHARED RUN-CONTROL FILE FOR THE END-OF-STREAM BALANCING      *
      *    STEP.  A SECOND RUN ON THE SAME DATE REPLACES THE EXISTING   *
      *    ENTRY.                                                       *
      ******************************************************************
       7500-WRITE-RUN-CONTROL.
           OPEN I-O   RUN-CONTROL.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AD033SKI - RUN CONTROL OPEN ERROR "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7500-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE "AD033SKI"           TO RC-PROGRAM-ID.
           MOVE WS-CURRENT-DATE      TO RC-RUN-DATE.
           MOVE WS-CURRENT-TIME      TO RC-RUN-TIME.
           MOVE WS-RESPONSES-READ-CT TO RC-RECORDS-READ.
           MOVE WS-APPLIED-CT        TO RC-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-CT      TO RC-RECORDS-REJECTED.
           MOVE WS-QUEUED-CT         TO RC-COUNT-A.
           MOVE WS-NOT-FOUND-CT      TO RC-COUNT-B.
           MOVE ZERO                 TO RC-COUNT-C.
           MOVE ZERO                 TO RC-COUNT-D.
           MOVE RETURN-CODE          TO RC-RETURN-CODE.

           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AD033SKI - RUN CONTROL WRITE ERROR "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

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
           MOVE "SKIP"              TO BP-SOURCE-ID.
           MOVE "AD033SKI"          TO BP-PROGRAM-ID.
           MOVE ZERO                TO BP-BATCH-NUMBER.
           MOVE ZERO                TO BP-RECORD-COUNT.
           MOVE ZERO                TO BP-CUSTOMER-HASH.
           CALL "AD036BLG" USING BATCH-LOG-PARMS.
           IF BP-RETURN-CODE NOT = ZERO
               DISPLAY "AD033SKI - NO BATCH NUMBER ISSUED FOR SOURCE "
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
           IF WS-CHGFEED-STATUS NOT = "00"
               DISPLAY "AD033SKI - CHANGE FEED WRITE ERROR "
                       WS-CHGFEED-STATUS
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
           IF WS-CHGFEED-STATUS NOT = "00"
               DISPLAY "AD033SKI - CHANGE FEED WRITE ERROR "
                       WS-CHGFEED-STATUS
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
           IF WS-CHGFEED-STATUS NOT = "00"
               DISPLAY "AD033SKI - CHANGE FEED WRITE ERROR "
                       WS-CHGFEED-STATUS
               GO TO 9999-ABEND
           END-IF.

           SET BP-FUNCTION-CLOSE    TO TRUE.
           MOVE WS-BATCH-DETAIL-CT  TO BP-RECORD-COUNT.
           MOVE WS-BATCH-HASH       TO BP-CUSTOMER-HASH.
           CALL "AD036BLG" USING BATCH-LOG-PARMS.
           IF BP-RETURN-CODE NOT = ZERO
               DISPLAY "AD033SKI - BATCH " BP-SOURCE-ID " "
                       BP-BATCH-NUMBER " NOT CLOSED ON THE BATCH LOG"
               MOVE 8 TO RETURN-CODE
               GO TO 7800-CLOSE-BATCH-EXIT
           END-IF.

           DISPLAY "AD033SKI - BATCH " BP-SOURCE-ID " "
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
