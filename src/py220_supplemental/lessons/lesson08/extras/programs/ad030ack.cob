      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD030ACK                                        *
      *   TITLE:       OUTBOUND INTERFACE ACK RECONCILIATION           *
      *                                                                *
      *   NARRATIVE:   DAILY, AFTER THE RECEIVERS' ACK FILES ARRIVE.   *
      *                POSTS EACH ACKNOWLEDGMENT (COPY IFCACK) FROM    *
      *                BILLING, CRM, AND THE STATEMENT VENDOR TO THE   *
      *                RECEIVER'S SLOT ON THE IFCLOG FILE ENTRY FOR    *
      *                THE INTERFACE FILE IT ANSWERS.  AN ACCEPTANCE   *
      *                WHOSE COUNT OR CUSTOMER-ID HASH DISAGREES WITH  *
      *                THE TRAILER AD029OUT WROTE IS POSTED AS A       *
      *                REJECTION.  IT THEN WALKS EVERY FILE ON THE LOG *
      *                AND LISTS, PER RECEIVER, EVERY FILE SEQUENCE    *
      *                REJECTED OR STILL UNACKNOWLEDGED AFTER THE      *
      *                ALLOWANCE (IFCPARM IP-ACK-DUE-DAYS, COMMERCIAL  *
      *                30/360 DAYS FROM THE BUILD OR THE LAST RESEND), *
      *                SO EVERY DOWNSTREAM COPY IS PROVEN TO HAVE      *
      *                RECEIVED EVERY CHANGE.  A LISTED FILE IS        *
      *                RESENT BY RUNNING AD029OUT IN REGENERATE MODE   *
      *                FOR THAT SEQUENCE AND RECEIVER.                 *
      *                                                                *
      *                ACKS THAT CANNOT BE POSTED (UNKNOWN FILE OR     *
      *                RECEIVER, INVALID STATUS) ARE LISTED AS         *
      *                EXCEPTIONS.  ENDS RC 4 WHEN ANYTHING IS LISTED. *
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
       PROGRAM-ID.                 AD030ACK.
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
           SELECT PARM-FILE        ASSIGN TO IFCPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFCPARM-STATUS.

           SELECT ACK-FILE         ASSIGN TO IFCACK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-IFCACK-STATUS.

           SELECT INTERFACE-LOG    ASSIGN TO IFCLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-KEY
               FILE STATUS IS WS-IFCLOG-STATUS.

           SELECT ACK-RPT          ASSIGN TO ACKRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACKRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY IFCPARM.

       FD  ACK-FILE
           LABEL RECORDS ARE STANDARD.
           COPY IFCACK.

       FD  INTERFACE-LOG
           LABEL RECORDS ARE STANDARD.
           COPY IFCLOG.

       FD  ACK-RPT
           LABEL RECORDS ARE STANDARD.
       01  ACK-REPORT-LINE           PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-IFCPARM-STATUS        PIC XX              VALUE "00".
       77  WS-IFCACK-STATUS         PIC XX              VALUE "00".
       77  WS-IFCLOG-STATUS         PIC XX              VALUE "00".
       77  WS-ACKRPT-STATUS         PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-LOG-EOF-SW            PIC X(01)           VALUE "N".
           88 WS-LOG-EOF-YES               VALUE "Y".
       77  WS-ACK-DUE-DAYS          PIC 9(03)           VALUE 2.
       77  WS-RCV-HIT               PIC 9(01)           VALUE ZERO.
       77  WS-NEXT-SEQUENCE         PIC 9(07)           VALUE ZERO.
       77  WS-TODAY-DAY-NO          PIC 9(07) COMP      VALUE ZERO.
       77  WS-WORK-DAY-NO           PIC 9(07) COMP      VALUE ZERO.
       77  WS-AGE-DAYS              PIC S9(07) COMP     VALUE ZERO.
       77  WS-ACK-READ-CT           PIC 9(07) COMP      VALUE ZERO.
       77  WS-ACK-POSTED-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-ACK-EXCEPTION-CT      PIC 9(07) COMP      VALUE ZERO.
       77  WS-FILES-CHECKED-CT      PIC 9(07) COMP      VALUE ZERO.
       77  WS-ACCEPTED-CT           PIC 9(07) COMP      VALUE ZERO.
       77  WS-REJECTED-CT           PIC 9(07) COMP      VALUE ZERO.
       77  WS-MISSING-CT            PIC 9(07) COMP      VALUE ZERO.
       77  WS-AWAITED-CT            PIC 9(07) COMP      VALUE ZERO.

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(06).

       01  WS-DATE-WORK.
           05 WS-WORK-DATE          PIC 9(08).
           05 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
              10 WS-WORK-YYYY       PIC 9(04).
              10 WS-WORK-MM         PIC 9(02).
              10 WS-WORK-DD         PIC 9(02).

       01  WS-REPORT-HEADING.
           05 FILLER                PIC X(40)
                   VALUE "OUTBOUND INTERFACE ACK RECON - RUN DATE ".
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(20)
                   VALUE "   ACK DUE WITHIN   ".
           05 HD-ACK-DUE-DAYS       PIC ZZ9.
           05 FILLER                PIC X(05)  VALUE " DAYS".
           05 FILLER                PIC X(56)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(30)  VALUE "CONDITION".
           05 FILLER                PIC X(09)  VALUE "FILE SEQ".
           05 FILLER                PIC X(10)  VALUE "BUILT".
           05 FILLER                PIC X(06)  VALUE "RCVR".
           05 FILLER                PIC X(05)  VALUE "RSND".
           05 FILLER                PIC X(10)  VALUE "ACK DATE".
           05 FILLER                PIC X(13)  VALUE "    DETAILS".
           05 FILLER                PIC X(22)  VALUE "REASON".
           05 FILLER                PIC X(27)  VALUE "ACTION".

       01  WS-REPORT-DETAIL.
           05 RD-CONDITION          PIC X(28).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-FILE-SEQUENCE      PIC 9(07).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-CREATE-DATE        PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-RECEIVER-ID        PIC X(04).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-RESEND-COUNT       PIC ZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-ACK-DATE           PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-DETAIL-COUNT       PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-REASON             PIC X(20).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-ACTION             PIC X(25).

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

           PERFORM 2000-POST-ONE-ACK
               THRU 2000-POST-ONE-ACK-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 3000-CHECK-ONE-FILE
               THRU 3000-CHECK-ONE-FILE-EXIT
               UNTIL WS-LOG-EOF-YES.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - READ THE ALLOWANCE, OPEN FILES, PRINT THE  *
      *    HEADINGS, AND PRIME THE READ                                 *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
           PERFORM 6000-DATE-TO-DAY-NO
               THRU 6000-DATE-TO-DAY-NO-EXIT.
           MOVE WS-WORK-DAY-NO TO WS-TODAY-DAY-NO.

           OPEN INPUT  PARM-FILE.
           IF WS-IFCPARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       MOVE ZERO TO IP-ACK-DUE-DAYS
               END-READ
               IF IP-ACK-DUE-DAYS NUMERIC
                      AND IP-ACK-DUE-DAYS > ZERO
                   MOVE IP-ACK-DUE-DAYS TO WS-ACK-DUE-DAYS
               END-IF
               CLOSE PARM-FILE
           END-IF.

           OPEN INPUT  ACK-FILE.
           IF WS-IFCACK-STATUS NOT = "00"
               DISPLAY "AD030ACK - ACK FILE OPEN ERROR "
                       WS-IFCACK-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN I-O    INTERFACE-LOG.
           IF WS-IFCLOG-STATUS NOT = "00"
               DISPLAY "AD030ACK - INTERFACE LOG OPEN ERROR "
                       WS-IFCLOG-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT ACK-RPT.
           IF WS-ACKRPT-STATUS NOT = "00"
               DISPLAY "AD030ACK - REPORT OPEN ERROR "
                       WS-ACKRPT-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE WS-CURRENT-DATE TO HD-RUN-DATE.
           MOVE WS-ACK-DUE-DAYS TO HD-ACK-DUE-DAYS.
           WRITE ACK-REPORT-LINE FROM WS-REPORT-HEADING.
           WRITE ACK-REPORT-LINE FROM WS-COLUMN-HEADING.

           PERFORM 2100-READ-ACK
               THRU 2100-READ-ACK-EXIT.

      *    THE LOG WALK STARTS AT FILE 1 - SEQUENCE 0 IS THE CONTROL
      *    ENTRY.
           MOVE 1 TO WS-NEXT-SEQUENCE.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-POST-ONE-ACK - RECORD ONE RECEIVER'S ANSWER FOR ONE     *
      *    FILE ON THAT FILE'S LOG ENTRY                                *
      ******************************************************************
       2000-POST-ONE-ACK.
           ADD 1 TO WS-ACK-READ-CT.

           IF AK-FILE-SEQUENCE NOT NUMERIC
                  OR AK-FILE-SEQUENCE = ZERO
               MOVE "ACK FOR UNKNOWN FILE" TO RD-CONDITION
               PERFORM 2500-LIST-ACK-EXCEPTION
                   THRU 2500-LIST-ACK-EXCEPTION-EXIT
               GO TO 2080-NEXT-ACK
           END-IF.

           MOVE AK-FILE-SEQUENCE TO IL-FILE-SEQUENCE.
           MOVE ZERO             TO IL-CUSTOMER-ID.
           READ INTERFACE-LOG
               INVALID KEY
                   MOVE "ACK FOR UNKNOWN FILE" TO RD-CONDITION
                   PERFORM 2500-LIST-ACK-EXCEPTION
                       THRU 2500-LIST-ACK-EXCEPTION-EXIT
                   GO TO 2080-NEXT-ACK
           END-READ.

           PERFORM 5100-FIND-RECEIVER
               THRU 5100-FIND-RECEIVER-EXIT.
           IF WS-RCV-HIT = ZERO
               MOVE "ACK FROM UNKNOWN RECEIVER" TO RD-CONDITION
               PERFORM 2500-LIST-ACK-EXCEPTION
                   THRU 2500-LIST-ACK-EXCEPTION-EXIT
               GO TO 2080-NEXT-ACK
           END-IF.

           IF NOT AK-ACCEPTED AND NOT AK-REJECTED
               MOVE "ACK STATUS NOT A OR R" TO RD-CONDITION
               PERFORM 2500-LIST-ACK-EXCEPTION
                   THRU 2500-LIST-ACK-EXCEPTION-EXIT
               GO TO 2080-NEXT-ACK
           END-IF.

           SET IL-RCV-IDX TO WS-RCV-HIT.
           MOVE AK-ACK-STATUS    TO IL-ACK-STATUS (IL-RCV-IDX).
           MOVE AK-ACK-DATE      TO IL-ACK-DATE (IL-RCV-IDX).
           MOVE AK-REJECT-REASON TO IL-ACK-REASON (IL-RCV-IDX).

      *    A RECEIVER THAT LOADED A DIFFERENT FILE FROM THE ONE SENT
      *    HAS NOT RECEIVED EVERY CHANGE, WHATEVER IT SAYS.
           IF AK-ACCEPTED
                  AND (AK-RECORDS-RECEIVED NOT = IL-DETAIL-COUNT
                       OR AK-HASH-RECEIVED NOT = IL-CUSTOMER-HASH)
               SET IL-ACK-REJECTED (IL-RCV-IDX) TO TRUE
               MOVE "TOTALS DISAGREE"
                                 TO IL-ACK-REASON (IL-RCV-IDX)
           END-IF.

           REWRITE INTERFACE-LOG-RECORD.
           IF WS-IFCLOG-STATUS NOT = "00"
               DISPLAY "AD030ACK - INTERFACE LOG REWRITE ERROR "
                       WS-IFCLOG-STATUS
               GO TO 9999-ABEND
           END-IF.
           ADD 1 TO WS-ACK-POSTED-CT.

       2080-NEXT-ACK.
           PERFORM 2100-READ-ACK
               THRU 2100-READ-ACK-EXIT.
       2000-POST-ONE-ACK-EXIT.
           EXIT.

       2100-READ-ACK.
           READ ACK-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-READ-ACK-EXIT.
           EXIT.

      ******************************************************************
      *    2500-LIST-ACK-EXCEPTION - AN ACK THAT COULD NOT BE POSTED,   *
      *    LISTED AS THE RECEIVER SENT IT (RD-CONDITION IS SET BY THE   *
      *    CALLER)                                                      *
      ******************************************************************
       2500-LIST-ACK-EXCEPTION.
           MOVE ZERO                TO RD-FILE-SEQUENCE.
           IF AK-FILE-SEQUENCE NUMERIC
               MOVE AK-FILE-SEQUENCE TO RD-FILE-SEQUENCE
           END-IF.
           MOVE ZERO                TO RD-CREATE-DATE.
           MOVE AK-RECEIVER-ID      TO RD-RECEIVER-ID.
           MOVE ZERO                TO RD-RESEND-COUNT.
           MOVE ZERO                TO RD-ACK-DATE.
           IF AK-ACK-DATE NUMERIC
               MOVE AK-ACK-DATE     TO RD-ACK-DATE
           END-IF.
           MOVE ZERO                TO RD-DETAIL-COUNT.
           IF AK-RECORDS-RECEIVED NUMERIC
               MOVE AK-RECORDS-RECEIVED
                                    TO RD-DETAIL-COUNT
           END-IF.
           MOVE AK-REJECT-REASON    TO RD-REASON.
           MOVE "CHECK WITH THE RECEIVER" TO RD-ACTION.

           WRITE ACK-REPORT-LINE FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-ACK-EXCEPTION-CT.
       2500-LIST-ACK-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CHECK-ONE-FILE - POSITION ON THE FILE ENTRY FOR THE     *
      *    NEXT SEQUENCE AND CHECK EVERY RECEIVER'S SLOT.  STARTING AT  *
      *    EACH FILE ENTRY STEPS OVER THE CUSTOMER ENTRIES BETWEEN      *
      *    THEM.  A SEQUENCE WITH CUSTOMER ENTRIES BUT NO FILE ENTRY    *
      *    WAS NEVER COMPLETED AND WAS NEVER SENT.                      *
      ******************************************************************
       3000-CHECK-ONE-FILE.
           MOVE WS-NEXT-SEQUENCE TO IL-FILE-SEQUENCE.
           MOVE ZERO             TO IL-CUSTOMER-ID.
           START INTERFACE-LOG
               KEY IS NOT LESS THAN IL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOG-EOF-SW
                   GO TO 3000-CHECK-ONE-FILE-EXIT
           END-START.

           READ INTERFACE-LOG NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOG-EOF-SW
                   GO TO 3000-CHECK-ONE-FILE-EXIT
           END-READ.

           COMPUTE WS-NEXT-SEQUENCE = IL-FILE-SEQUENCE + 1.

           IF IL-CUSTOMER-ID NOT = ZERO
               GO TO 3000-CHECK-ONE-FILE-EXIT
           END-IF.

           ADD 1 TO WS-FILES-CHECKED-CT.

      *    THE ALLOWANCE RUNS FROM THE LATEST SEND OF THE FILE.
           MOVE IL-CREATE-DATE TO WS-WORK-DATE.
           IF IL-LAST-RESEND-DATE > IL-CREATE-DATE
               MOVE IL-LAST-RESEND-DATE TO WS-WORK-DATE
           END-IF.
           PERFORM 6000-DATE-TO-DAY-NO
               THRU 6000-DATE-TO-DAY-NO-EXIT.
           COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-WORK-DAY-NO.

           PERFORM 3100-CHECK-ONE-RECEIVER
               THRU 3100-CHECK-ONE-RECEIVER-EXIT
               VARYING IL-RCV-IDX FROM 1 BY 1
               UNTIL IL-RCV-IDX > 3.
       3000-CHECK-ONE-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    3100-CHECK-ONE-RECEIVER - LIST A REJECTED FILE, OR ONE STILL *
      *    UNANSWERED PAST THE ALLOWANCE, FOR REGENERATION AND RESEND   *
      ******************************************************************
       3100-CHECK-ONE-RECEIVER.
           IF IL-RECEIVER-ID (IL-RCV-IDX) = SPACES
               GO TO 3100-CHECK-ONE-RECEIVER-EXIT
           END-IF.

           IF IL-ACK-ACCEPTED (IL-RCV-IDX)
               ADD 1 TO WS-ACCEPTED-CT
               GO TO 3100-CHECK-ONE-RECEIVER-EXIT
           END-IF.

           IF IL-ACK-REJECTED (IL-RCV-IDX)
               MOVE "REJECTED BY RECEIVER" TO RD-CONDITION
               ADD 1 TO WS-REJECTED-CT
           ELSE
               IF WS-AGE-DAYS NOT > WS-ACK-DUE-DAYS
                   ADD 1 TO WS-AWAITED-CT
                   GO TO 3100-CHECK-ONE-RECEIVER-EXIT
               END-IF
               MOVE "NO ACK - FILE MISSING" TO RD-CONDITION
               ADD 1 TO WS-MISSING-CT
           END-IF.

           MOVE IL-FILE-SEQUENCE    TO RD-FILE-SEQUENCE.
           MOVE IL-CREATE-DATE      TO RD-CREATE-DATE.
           MOVE IL-RECEIVER-ID (IL-RCV-IDX)
                                    TO RD-RECEIVER-ID.
           MOVE IL-RESEND-COUNT     TO RD-RESEND-COUNT.
           MOVE IL-ACK-DATE (IL-RCV-IDX)
                                    TO RD-ACK-DATE.
           MOVE IL-DETAIL-COUNT     TO RD-DETAIL-COUNT.
           MOVE IL-ACK-REASON (IL-RCV-IDX)
                                    TO RD-REASON.
           MOVE "REGENERATE AND RESEND" TO RD-ACTION.

           WRITE ACK-REPORT-LINE FROM WS-REPORT-DETAIL.
       3100-CHECK-ONE-RECEIVER-EXIT.
           EXIT.

      ******************************************************************
      *    5100-FIND-RECEIVER - LOCATE AK-RECEIVER-ID AMONG THE FILE    *
      *    ENTRY'S ACK SLOTS.  WS-RCV-HIT IS ZERO IF ABSENT.            *
      ******************************************************************
       5100-FIND-RECEIVER.
           MOVE ZERO TO WS-RCV-HIT.

           PERFORM 5110-CHECK-ONE-SLOT
               THRU 5110-CHECK-ONE-SLOT-EXIT
               VARYING IL-RCV-IDX FROM 1 BY 1
               UNTIL IL-RCV-IDX > 3.
       5100-FIND-RECEIVER-EXIT.
           EXIT.

       5110-CHECK-ONE-SLOT.
           IF IL-RECEIVER-ID (IL-RCV-IDX) = AK-RECEIVER-ID
               SET WS-RCV-HIT TO IL-RCV-IDX
           END-IF.
       5110-CHECK-ONE-SLOT-EXIT.
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
      *    8000-TERMINATE - PRINT THE SUMMARY, CLOSE FILES, AND SET     *
      *    THE RETURN CODE                                              *
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO ACK-REPORT-LINE.
           WRITE ACK-REPORT-LINE.

           MOVE "ACKS READ"                 TO SL-LABEL.
           MOVE WS-ACK-READ-CT              TO SL-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "ACKS POSTED"               TO SL-LABEL.
           MOVE WS-ACK-POSTED-CT            TO SL-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "ACKS NOT POSTABLE"         TO SL-LABEL.
           MOVE WS-ACK-EXCEPTION-CT         TO SL-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "FILES ON THE LOG"          TO SL-LABEL.
           MOVE WS-FILES-CHECKED-CT         TO SL-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "RECEIVER COPIES ACCEPTED"  TO SL-LABEL.
           MOVE WS-ACCEPTED-CT              TO SL-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "RECEIVER COPIES REJECTED"  TO SL-LABEL.
           MOVE WS-REJECTED-CT              TO SL-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "RECEIVER COPIES MISSING"   TO SL-LABEL.
           MOVE WS-MISSING-CT               TO SL-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "AWAITED WITHIN ALLOWANCE"  TO SL-LABEL.
           MOVE WS-AWAITED-CT               TO SL-COUNT.
           WRITE ACK-REPORT-LINE FROM WS-SUMMARY-LINE.

           DISPLAY "AD030ACK - ACKS READ            " WS-ACK-READ-CT.
           DISPLAY "AD030ACK - ACKS POSTED          " WS-ACK-POSTED-CT.
           DISPLAY "AD030ACK - ACKS NOT POSTABLE    "
                   WS-ACK-EXCEPTION-CT.
           DISPLAY "AD030ACK - COPIES REJECTED      " WS-REJECTED-CT.
           DISPLAY "AD030ACK - COPIES MISSING       " WS-MISSING-CT.

           CLOSE ACK-FILE.
           CLOSE INTERFACE-LOG.
           CLOSE ACK-RPT.

           IF WS-ACK-EXCEPTION-CT > ZERO
                  OR WS-REJECTED-CT > ZERO
                  OR WS-MISSING-CT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - FATAL FILE ERROR                                *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
