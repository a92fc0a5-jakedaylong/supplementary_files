      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD032SKX                                        *
      *   TITLE:       SKIP-TRACE VENDOR EXTRACT                       *
      *                                                                *
      *   NARRATIVE:   MONTHLY.  SELECTS THE LONG-SUPPRESSED BAD-      *
      *                ADDRESS CUSTOMERS FOR THE SKIP-TRACE VENDOR -   *
      *                EVERY CUSTOMER STILL FLAGGED BAD-ADDRESS WHOSE  *
      *                OLDEST OPEN UNDELIVERABLE-MAIL EVENT IS OLDER   *
      *                THAN SP-MIN-AGE-DAYS - AND WRITES ONE SKPEXT    *
      *                REQUEST EACH CARRYING THE LAST KNOWN ADDRESS    *
      *                (THE UM-SNAPSHOT FIELDS OF THAT OLDEST EVENT).  *
      *                A DECEASED OR LEGAL-HOLD CUSTOMER IS NEVER      *
      *                SENT, AND NEITHER IS A CUSTOMER THE VENDOR      *
      *                WORKED WITHIN THE LAST SP-CYCLE-DAYS (SENT      *
      *                AND STILL UNANSWERED, OR ANSWERED) PER THE      *
      *                SKIPLOG.  EACH SEND IS STAMPED ON THE SKIPLOG   *
      *                SO AD033SKI CAN MATCH THE VENDOR'S ANSWER.      *
      *                EVERY CUSTOMER SENT IS LISTED, WITH COUNTS OF   *
      *                THOSE PASSED OVER AND WHY.                      *
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
       PROGRAM-ID.                 AD032SKX.
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

           SELECT UNDELIVERABLE-MAIL ASSIGN TO UNDELMAIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-KEY
               FILE STATUS IS WS-UNDELMAIL-STATUS.

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

           SELECT REQUEST-FILE     ASSIGN TO SKPEXT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKPEXT-STATUS.

           SELECT EXTRACT-RPT      ASSIGN TO SKXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SKXRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SKPPARM.

       FD  UNDELIVERABLE-MAIL
           LABEL RECORDS ARE STANDARD.
           COPY UNDELMAIL.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.

       FD  SKIP-TRACE-LOG
           LABEL RECORDS ARE STANDARD.
           COPY SKIPLOG.

       FD  REQUEST-FILE
           LABEL RECORDS ARE STANDARD.
           COPY SKPEXT.

       FD  EXTRACT-RPT
           LABEL RECORDS ARE STANDARD.
       01  EXTRACT-REPORT-LINE       PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-SKPPARM-STATUS        PIC XX              VALUE "00".
       77  WS-UNDELMAIL-STATUS      PIC XX              VALUE "00".
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-SKIPLOG-STATUS        PIC XX              VALUE "00".
       77  WS-SKPEXT-STATUS         PIC XX              VALUE "00".
       77  WS-SKXRPT-STATUS         PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-LOG-FOUND-SW          PIC X(01)           VALUE "N".
           88 WS-LOG-FOUND                 VALUE "Y".
       77  WS-WORKED-SW             PIC X(01)           VALUE "N".
           88 WS-WORKED-LAST-CYCLE         VALUE "Y".
       77  WS-MIN-AGE-DAYS          PIC 9(03)           VALUE 90.
       77  WS-CYCLE-DAYS            PIC 9(03)           VALUE 30.
       77  WS-TODAY-DAY-NO          PIC 9(07) COMP      VALUE ZERO.
       77  WS-WORK-DAY-NO           PIC 9(07) COMP      VALUE ZERO.
       77  WS-AGE-DAYS              PIC S9(07) COMP     VALUE ZERO.
       77  WS-CURR-CUSTOMER-ID      PIC 9(09)           VALUE ZERO.
       77  WS-OPEN-RETURN-CT        PIC 9(03) COMP      VALUE ZERO.
       77  WS-EVENTS-READ-CT        PIC 9(07) COMP      VALUE ZERO.
       77  WS-CANDIDATE-CT          PIC 9(07) COMP      VALUE ZERO.
       77  WS-SENT-CT               PIC 9(07) COMP      VALUE ZERO.
       77  WS-TOO-RECENT-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-NOT-ON-MASTER-CT      PIC 9(07) COMP      VALUE ZERO.
       77  WS-NOT-SUPPRESSED-CT     PIC 9(07) COMP      VALUE ZERO.
       77  WS-DECEASED-CT           PIC 9(07) COMP      VALUE ZERO.
       77  WS-LEGAL-HOLD-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-WORKED-CT             PIC 9(07) COMP      VALUE ZERO.

       01  WS-CURRENT-DATE          PIC 9(08).

       01  WS-DATE-WORK.
           05 WS-WORK-DATE          PIC 9(08).
           05 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
              10 WS-WORK-YYYY       PIC 9(04).
              10 WS-WORK-MM         PIC 9(02).
              10 WS-WORK-DD         PIC 9(02).

      *    THE CUSTOMER'S OLDEST OPEN EVENT - ITS DATE, REASON, AND
      *    THE ADDRESS SNAPSHOT TAKEN WHEN IT WAS LOGGED.
       01  WS-OLDEST-EVENT.
           05 WS-OLDEST-DATE        PIC 9(08).
           05 WS-OLDEST-REASON-CD   PIC X(02).
           05 WS-OLDEST-ADDRESS-LINE-1 PIC X(40).
           05 WS-OLDEST-CITY        PIC X(17).
           05 WS-OLDEST-STATE       PIC XX.
           05 WS-OLDEST-ZIP1        PIC 9(5).
           05 WS-OLDEST-ZIP2        PIC 9(4).
           05 WS-OLDEST-COUNTRY-CODE PIC X(03).
           05 WS-OLDEST-INTL-CITY   PIC X(20).
           05 WS-OLDEST-INTL-PROVINCE PIC X(10).

       01  WS-REPORT-HEADING.
           05 FILLER                PIC X(31)
                   VALUE "SKIP-TRACE VENDOR EXTRACT".
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(16)
                   VALUE "   MINIMUM AGE ".
           05 HD-MIN-AGE-DAYS       PIC ZZ9.
           05 FILLER                PIC X(17)
                   VALUE " DAYS   CYCLE ".
           05 HD-CYCLE-DAYS         PIC ZZ9.
           05 FILLER                PIC X(54)
                   VALUE " DAYS".

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(11)  VALUE "CUSTOMER".
           05 FILLER                PIC X(31)  VALUE "NAME".
           05 FILLER                PIC X(10)  VALUE "OLDEST".
           05 FILLER                PIC X(06)  VALUE "  AGE".
           05 FILLER                PIC X(06)  VALUE " OPEN".
           05 FILLER                PIC X(04)  VALUE "RSN".
           05 FILLER                PIC X(41)
                   VALUE "LAST KNOWN ADDRESS".
           05 FILLER                PIC X(23)
                   VALUE "CITY/ST/ZIP OR COUNTRY".

       01  WS-REPORT-DETAIL.
           05 RD-CUSTOMER-ID        PIC 9(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-CUSTOMER-NAME      PIC X(30).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RD-OLDEST-DATE        PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-AGE-DAYS           PIC ZZZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-OPEN-CT            PIC ZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-REASON-CD          PIC X(02).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-ADDRESS-LINE-1     PIC X(40).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RD-LOCALITY           PIC X(23).

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

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - PROGRAM CONTROL                              *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-CUSTOMER
               THRU 2000-PROCESS-CUSTOMER-EXIT
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

           MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
           PERFORM 6000-DATE-TO-DAY-NO
               THRU 6000-DATE-TO-DAY-NO-EXIT.
           MOVE WS-WORK-DAY-NO TO WS-TODAY-DAY-NO.

           OPEN INPUT  PARM-FILE.
           IF WS-SKPPARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       MOVE ZERO TO SP-MIN-AGE-DAYS
                       MOVE ZERO TO SP-CYCLE-DAYS
               END-READ
               IF SP-MIN-AGE-DAYS NUMERIC
                      AND SP-MIN-AGE-DAYS > ZERO
                   MOVE SP-MIN-AGE-DAYS TO WS-MIN-AGE-DAYS
               END-IF
               IF SP-CYCLE-DAYS NUMERIC
                      AND SP-CYCLE-DAYS > ZERO
                   MOVE SP-CYCLE-DAYS TO WS-CYCLE-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF.

           OPEN INPUT  UNDELIVERABLE-MAIL.
           IF WS-UNDELMAIL-STATUS NOT = "00"
               DISPLAY "AD032SKX - UNDELIVERABLE MAIL OPEN ERROR "
                       WS-UNDELMAIL-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD032SKX - CUSTOMER MASTER OPEN ERROR "
                       WS-CUSTMAS-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN I-O    SKIP-TRACE-LOG.
           IF WS-SKIPLOG-STATUS NOT = "00"
               DISPLAY "AD032SKX - SKIP-TRACE LOG OPEN ERROR "
                       WS-SKIPLOG-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT REQUEST-FILE.
           IF WS-SKPEXT-STATUS NOT = "00"
               DISPLAY "AD032SKX - REQUEST FILE OPEN ERROR "
                       WS-SKPEXT-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT EXTRACT-RPT.
           IF WS-SKXRPT-STATUS NOT = "00"
               DISPLAY "AD032SKX - REPORT OPEN ERROR "
                       WS-SKXRPT-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE WS-CURRENT-DATE  TO HD-RUN-DATE.
           MOVE WS-MIN-AGE-DAYS  TO HD-MIN-AGE-DAYS.
           MOVE WS-CYCLE-DAYS    TO HD-CYCLE-DAYS.
           WRITE EXTRACT-REPORT-LINE FROM WS-REPORT-HEADING.
           WRITE EXTRACT-REPORT-LINE FROM WS-COLUMN-HEADING.

           PERFORM 2900-READ-EVENT
               THRU 2900-READ-EVENT-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-CUSTOMER - GATHER ONE CUSTOMER'S EVENTS (THEY   *
      *    ARRIVE IN DATE ORDER UNDER THE CUSTOMER), THEN DECIDE        *
      *    WHETHER THE CUSTOMER GOES TO THE VENDOR                      *
      ******************************************************************
       2000-PROCESS-CUSTOMER.
           MOVE UM-CUSTOMER-ID TO WS-CURR-CUSTOMER-ID.
           MOVE ZERO           TO WS-OPEN-RETURN-CT.
           MOVE SPACES         TO WS-OLDEST-EVENT.
           MOVE ZERO           TO WS-OLDEST-DATE.

           PERFORM 2100-ADD-ONE-EVENT
               THRU 2100-ADD-ONE-EVENT-EXIT
               UNTIL WS-EOF-YES
                  OR UM-CUSTOMER-ID NOT = WS-CURR-CUSTOMER-ID.

           IF WS-OPEN-RETURN-CT > ZERO
               PERFORM 3000-SELECT-CUSTOMER
                   THRU 3000-SELECT-CUSTOMER-EXIT
           END-IF.
       2000-PROCESS-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      *    2100-ADD-ONE-EVENT - COUNT AN OPEN EVENT; THE FIRST ONE IS   *
      *    THE OLDEST AND CARRIES THE LAST KNOWN ADDRESS                *
      ******************************************************************
       2100-ADD-ONE-EVENT.
           IF NOT UM-CLEARED-YES
               ADD 1 TO WS-OPEN-RETURN-CT
               IF WS-OPEN-RETURN-CT = 1
                   MOVE UM-DATE-RECEIVED     TO WS-OLDEST-DATE
                   MOVE UM-RETURN-REASON-CD  TO WS-OLDEST-REASON-CD
                   MOVE UM-SNAPSHOT-ADDRESS-LINE-1
                                         TO WS-OLDEST-ADDRESS-LINE-1
                   MOVE UM-SNAPSHOT-CITY     TO WS-OLDEST-CITY
                   MOVE UM-SNAPSHOT-STATE    TO WS-OLDEST-STATE
                   MOVE UM-SNAPSHOT-ZIP1     TO WS-OLDEST-ZIP1
                   MOVE UM-SNAPSHOT-ZIP2     TO WS-OLDEST-ZIP2
                   MOVE UM-SNAPSHOT-COUNTRY-CODE
                                         TO WS-OLDEST-COUNTRY-CODE
                   MOVE UM-SNAPSHOT-INTL-CITY
                                         TO WS-OLDEST-INTL-CITY
                   MOVE UM-SNAPSHOT-INTL-PROVINCE
                                         TO WS-OLDEST-INTL-PROVINCE
               END-IF
           END-IF.

           PERFORM 2900-READ-EVENT
               THRU 2900-READ-EVENT-EXIT.
       2100-ADD-ONE-EVENT-EXIT.
           EXIT.

       2900-READ-EVENT.
           READ UNDELIVERABLE-MAIL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2900-READ-EVENT-EXIT
           END-READ.
           ADD 1 TO WS-EVENTS-READ-CT.
       2900-READ-EVENT-EXIT.
           EXIT.

      ******************************************************************
      *    3000-SELECT-CUSTOMER - A CUSTOMER WITH OPEN RETURNS GOES TO  *
      *    THE VENDOR WHEN THE OLDEST IS PAST THE MINIMUM AGE, THE      *
      *    MASTER STILL SUPPRESSES THE CUSTOMER, THE PREFERENCE IS NOT  *
      *    DECEASED OR LEGAL HOLD, AND THE VENDOR DID NOT WORK THE      *
      *    CUSTOMER WITHIN THE LAST CYCLE                               *
      ******************************************************************
       3000-SELECT-CUSTOMER.
           ADD 1 TO WS-CANDIDATE-CT.

           MOVE WS-OLDEST-DATE TO WS-WORK-DATE.
           PERFORM 6000-DATE-TO-DAY-NO
               THRU 6000-DATE-TO-DAY-NO-EXIT.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-WORK-DAY-NO.
           IF WS-AGE-DAYS NOT > WS-MIN-AGE-DAYS
               ADD 1 TO WS-TOO-RECENT-CT
               GO TO 3000-SELECT-CUSTOMER-EXIT
           END-IF.

           MOVE WS-CURR-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-MASTER-CT
                   GO TO 3000-SELECT-CUSTOMER-EXIT
           END-READ.

           IF NOT CM-ADDR-BAD-YES
               ADD 1 TO WS-NOT-SUPPRESSED-CT
               GO TO 3000-SELECT-CUSTOMER-EXIT
           END-IF.

           IF CM-PREF-DECEASED
               ADD 1 TO WS-DECEASED-CT
               GO TO 3000-SELECT-CUSTOMER-EXIT
           END-IF.

           IF CM-PREF-LEGAL-HOLD
               ADD 1 TO WS-LEGAL-HOLD-CT
               GO TO 3000-SELECT-CUSTOMER-EXIT
           END-IF.

           PERFORM 3100-CHECK-LAST-CYCLE
               THRU 3100-CHECK-LAST-CYCLE-EXIT.
           IF WS-WORKED-LAST-CYCLE
               ADD 1 TO WS-WORKED-CT
               GO TO 3000-SELECT-CUSTOMER-EXIT
           END-IF.

           PERFORM 4000-WRITE-REQUEST
               THRU 4000-WRITE-REQUEST-EXIT.
       3000-SELECT-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      *    3100-CHECK-LAST-CYCLE - READ THE CUSTOMER'S SKIPLOG ENTRY.   *
      *    THE VENDOR WORKED THE CUSTOMER LAST CYCLE IF IT ANSWERED     *
      *    WITHIN THE CYCLE, OR WAS SENT IT WITHIN THE CYCLE AND HAS    *
      *    NOT ANSWERED YET.                                            *
      ******************************************************************
       3100-CHECK-LAST-CYCLE.
           MOVE "N" TO WS-WORKED-SW.
           MOVE WS-CURR-CUSTOMER-ID TO SL-CUSTOMER-ID.
           READ SKIP-TRACE-LOG
               INVALID KEY
                   MOVE "N" TO WS-LOG-FOUND-SW
                   GO TO 3100-CHECK-LAST-CYCLE-EXIT
           END-READ.
           MOVE "Y" TO WS-LOG-FOUND-SW.

           IF SL-RESULT-AWAITED
               MOVE SL-LAST-SENT-DATE     TO WS-WORK-DATE
           ELSE
               MOVE SL-LAST-RESPONSE-DATE TO WS-WORK-DATE
           END-IF.
           PERFORM 6000-DATE-TO-DAY-NO
               THRU 6000-DATE-TO-DAY-NO-EXIT.

           IF WS-TODAY-DAY-NO - WS-WORK-DAY-NO < WS-CYCLE-DAYS
               MOVE "Y" TO WS-WORKED-SW
           END-IF.
       3100-CHECK-LAST-CYCLE-EXIT.
           EXIT.

      ******************************************************************
      *    4000-WRITE-REQUEST - SEND THE CUSTOMER, STAMP THE SKIPLOG,   *
      *    AND LIST IT                                                  *
      ******************************************************************
       4000-WRITE-REQUEST.
           MOVE SPACES                   TO SKIP-TRACE-REQUEST-RECORD.
           MOVE CM-CUSTOMER-ID           TO SX-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE          TO SX-EXTRACT-DATE.
           MOVE CM-CUSTOMER-NAME         TO SX-CUSTOMER-NAME.
           MOVE WS-OLDEST-DATE           TO SX-OLDEST-RETURN-DATE.
           MOVE WS-OLDEST-REASON-CD      TO SX-RETURN-REASON-CD.
           MOVE WS-OPEN-RETURN-CT        TO SX-OPEN-RETURN-CT.
           MOVE WS-AGE-DAYS              TO SX-DAYS-SUPPRESSED.
           MOVE WS-OLDEST-ADDRESS-LINE-1 TO SX-ADDRESS-LINE-1.
           MOVE WS-OLDEST-CITY           TO SX-CITY.
           MOVE WS-OLDEST-STATE          TO SX-STATE.
           MOVE WS-OLDEST-ZIP1           TO SX-ZIP1.
           MOVE WS-OLDEST-ZIP2           TO SX-ZIP2.
           MOVE WS-OLDEST-COUNTRY-CODE   TO SX-COUNTRY-CODE.
           MOVE WS-OLDEST-INTL-CITY      TO SX-INTL-CITY.
           MOVE WS-OLDEST-INTL-PROVINCE  TO SX-INTL-PROVINCE.
           IF SX-COUNTRY-CODE = SPACES
               MOVE "US "                TO SX-COUNTRY-CODE
           END-IF.

           WRITE SKIP-TRACE-REQUEST-RECORD.
           IF WS-SKPEXT-STATUS NOT = "00"
               DISPLAY "AD032SKX - REQUEST FILE WRITE ERROR "
                       WS-SKPEXT-STATUS
               GO TO 9999-ABEND
           END-IF.
           ADD 1 TO WS-SENT-CT.

           IF NOT WS-LOG-FOUND
               MOVE SPACES               TO SKIP-TRACE-LOG-RECORD
               MOVE CM-CUSTOMER-ID       TO SL-CUSTOMER-ID
               MOVE ZERO                 TO SL-SENT-CT
               MOVE ZERO                 TO SL-LAST-RESPONSE-DATE
               MOVE ZERO                 TO SL-LAST-CONFIDENCE
           END-IF.
           MOVE WS-CURRENT-DATE          TO SL-LAST-SENT-DATE.
           MOVE WS-OLDEST-DATE           TO SL-LAST-OLDEST-RETURN.
           ADD 1                         TO SL-SENT-CT.
           SET SL-RESULT-AWAITED         TO TRUE.

           IF WS-LOG-FOUND
               REWRITE SKIP-TRACE-LOG-RECORD
           ELSE
               WRITE SKIP-TRACE-LOG-RECORD
           END-IF.
           IF WS-SKIPLOG-STATUS NOT = "00"
               DISPLAY "AD032SKX - SKIP-TRACE LOG WRITE ERROR "
                       WS-SKIPLOG-STATUS " FOR " CM-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.

           MOVE CM-CUSTOMER-ID           TO RD-CUSTOMER-ID.
           MOVE CM-CUSTOMER-NAME         TO RD-CUSTOMER-NAME.
           MOVE WS-OLDEST-DATE           TO RD-OLDEST-DATE.
           MOVE WS-AGE-DAYS              TO RD-AGE-DAYS.
           MOVE WS-OPEN-RETURN-CT        TO RD-OPEN-CT.
           MOVE WS-OLDEST-REASON-CD      TO RD-REASON-CD.
           MOVE WS-OLDEST-ADDRESS-LINE-1 TO RD-ADDRESS-LINE-1.
           IF SX-COUNTRY-CODE = "US "
               MOVE WS-OLDEST-CITY       TO DL-CITY
               MOVE WS-OLDEST-STATE      TO DL-STATE
               MOVE WS-OLDEST-ZIP1       TO DL-ZIP1
               MOVE WS-DOMESTIC-LOCALITY TO RD-LOCALITY
           ELSE
               MOVE WS-OLDEST-INTL-CITY  TO RD-LOCALITY
           END-IF.
           WRITE EXTRACT-REPORT-LINE FROM WS-REPORT-DETAIL.
       4000-WRITE-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    6000-DATE-TO-DAY-NO - COMMERCIAL (30/360) DAY NUMBER OF      *
      *    WS-WORK-DATE, FOR AGEING IN WHOLE DAYS                       *
      ******************************************************************
       6000-DATE-TO-DAY-NO.
           COMPUTE WS-WORK-DAY-NO = (WS-WORK-YYYY * 360)
                                  + ((WS-WORK-MM - 1) * 30)
                                  + WS-WORK-DD.
       6000-DATE-TO-DAY-NO-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - SUMMARY, CLOSE FILES, REPORT COUNTS         *
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO EXTRACT-REPORT-LINE.
           WRITE EXTRACT-REPORT-LINE.
           MOVE "CUSTOMERS WITH OPEN RETURNS"   TO SL-LABEL.
           MOVE WS-CANDIDATE-CT                 TO SL-COUNT.
           WRITE EXTRACT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "SENT TO VENDOR"                TO SL-LABEL.
           MOVE WS-SENT-CT                      TO SL-COUNT.
           WRITE EXTRACT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "OLDEST RETURN NOT YET AGED"    TO SL-LABEL.
           MOVE WS-TOO-RECENT-CT                TO SL-COUNT.
           WRITE EXTRACT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "NOT ON CUSTOMER MASTER"        TO SL-LABEL.
           MOVE WS-NOT-ON-MASTER-CT             TO SL-COUNT.
           WRITE EXTRACT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "NO LONGER SUPPRESSED"          TO SL-LABEL.
           MOVE WS-NOT-SUPPRESSED-CT            TO SL-COUNT.
           WRITE EXTRACT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "DECEASED - NOT SENT"           TO SL-LABEL.
           MOVE WS-DECEASED-CT                  TO SL-COUNT.
           WRITE EXTRACT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "LEGAL HOLD - NOT SENT"         TO SL-LABEL.
           MOVE WS-LEGAL-HOLD-CT                TO SL-COUNT.
           WRITE EXTRACT-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "WORKED LAST CYCLE - NOT SENT"  TO SL-LABEL.
           MOVE WS-WORKED-CT                    TO SL-COUNT.
           WRITE EXTRACT-REPORT-LINE FROM WS-SUMMARY-LINE.

           DISPLAY "AD032SKX - EVENTS READ          " WS-EVENTS-READ-CT.
           DISPLAY "AD032SKX - CUSTOMERS CONSIDERED " WS-CANDIDATE-CT.
           DISPLAY "AD032SKX - SENT TO VENDOR       " WS-SENT-CT.
           DISPLAY "AD032SKX - WORKED LAST CYCLE    " WS-WORKED-CT.

           CLOSE UNDELIVERABLE-MAIL.
           CLOSE CUSTOMER-MASTER.
           CLOSE SKIP-TRACE-LOG.
           CLOSE REQUEST-FILE.
           CLOSE EXTRACT-RPT.
       8000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - FATAL FILE ERROR                                *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
