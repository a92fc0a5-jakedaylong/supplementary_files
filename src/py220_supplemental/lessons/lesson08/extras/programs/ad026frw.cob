      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD026FRW                                        *
      *   TITLE:       ADDRESS-CHANGE FRAUD WATCH REPORT               *
      *                                                                *
      *   NARRATIVE:   DAILY.  READS THE DAY'S ADDRESS-CHANGE DELTA    *
      *                FEED (ADDRDLTA) AND LISTS EVERY ADDRESS CHANGE  *
      *                THAT LOOKS LIKE AN ACCOUNT TAKEOVER, FOR THE    *
      *                FRAUD DESK TO WORK THE NEXT MORNING:            *
      *                                                                *
      *                - A BATCH OR ONLINE CHANGE FOR A CUSTOMER WHO   *
      *                  HAD ANOTHER ONE WITHIN WS-WATCH-DAYS;         *
      *                - A CHANGE THE REP COMMITTED OVER A DUPLICATE-  *
      *                  ADDRESS WARNING (DUPHITLG ACTION "C");        *
      *                - A CHANGE FOLLOWED, WITHIN WS-WATCH-DAYS, BY   *
      *                  AN UNDELIVERABLE RETURN FROM THE NEW ADDRESS  *
      *                  - FOUND THROUGH THE "U" DELTA AD004MNT FILES  *
      *                  WHEN THE RETURN TURNS CM-ADDR-BAD-SW ON;      *
      *                - EVERY ONLINE CHANGE BY AN OPERATOR WHO MADE   *
      *                  MORE THAN WS-OPERATOR-LIMIT OF THEM IN ONE    *
      *                  DAY.                                          *
      *                                                                *
      *                EACH CASE SHOWS THE CUSTOMER, THE OPERATOR AND  *
      *                TERMINAL THAT MADE THE CHANGE, THE PRIOR        *
      *                ADDRESS FROM THE CHANGE'S ADDRESS-HISTORY       *
      *                ENTRY, AND THE NEW ADDRESS - THE PRIOR ADDRESS  *
      *                OF THE NEXT HISTORY ENTRY FOR THE SAME TYPE, OR *
      *                THE MASTER WHEN THE CHANGE IS STILL CURRENT.    *
      *                                                                *
      *                REPORT ONLY - NOTHING IS UPDATED AND NO RUN-    *
      *                CONTROL ENTRY IS FILED.  THE WINDOW IS COUNTED  *
      *                IN 30/360 COMMERCIAL DAYS, THE SAME AS THE      *
      *                AD006PST IMB WINDOW.                            *
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
       PROGRAM-ID.                 AD026FRW.
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
           SELECT ADDRESS-DELTA    ASSIGN TO ADDRDLTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-ADDRDLTA-STATUS.

           SELECT ADDRESS-HISTORY  ASSIGN TO ADDRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HISTORY-KEY
               FILE STATUS IS WS-ADDRHIST-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT DUPLICATE-HIT-LOG ASSIGN TO DUPHITLG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS DH-KEY
               FILE STATUS IS WS-DUPHITLG-STATUS.

           SELECT UNDELIVERABLE-MAIL ASSIGN TO UNDELMAIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-KEY
               FILE STATUS IS WS-UNDELMAIL-STATUS.

           SELECT WATCH-RPT        ASSIGN TO FRWRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-WATCHRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ADDRESS-DELTA
           LABEL RECORDS ARE STANDARD.
           COPY ADDRDLT.

       FD  ADDRESS-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY ADDRHIST.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.

       FD  DUPLICATE-HIT-LOG
           LABEL RECORDS ARE STANDARD.
           COPY DUPHIT.

       FD  UNDELIVERABLE-MAIL
           LABEL RECORDS ARE STANDARD.
           COPY UNDELMAIL.

       FD  WATCH-RPT
           LABEL RECORDS ARE STANDARD.
       01  WATCH-REPORT-LINE         PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-ADDRDLTA-STATUS       PIC XX              VALUE "00".
       77  WS-ADDRHIST-STATUS       PIC XX              VALUE "00".
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-DUPHITLG-STATUS       PIC XX              VALUE "00".
       77  WS-UNDELMAIL-STATUS      PIC XX              VALUE "00".
       77  WS-WATCHRPT-STATUS       PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-HIST-EOF-SW           PIC X(01)           VALUE "N".
           88 WS-HIST-EOF-YES              VALUE "Y".
       77  WS-UNDEL-EOF-SW          PIC X(01)           VALUE "N".
           88 WS-UNDEL-EOF-YES             VALUE "Y".
       77  WS-RETURN-FOUND-SW       PIC X(01)           VALUE "N".
           88 WS-RETURN-FOUND-YES          VALUE "Y".
       77  WS-CASE-HIST-SW          PIC X(01)           VALUE "N".
           88 WS-CASE-HIST-YES             VALUE "Y".
       77  WS-ADDR-SLOT             PIC 9(01)           VALUE ZERO.
       77  WS-OPER-SLOT             PIC 9(04) COMP      VALUE ZERO.
       77  WS-OPER-USED             PIC 9(04) COMP      VALUE ZERO.
       77  WS-OPER-MAX              PIC 9(04) COMP      VALUE 500.
       77  WS-OTHER-CHANGE-CT       PIC 9(03) COMP      VALUE ZERO.
       77  WS-DELTA-READ-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-CHANGES-WATCHED-CT    PIC 9(07) COMP      VALUE ZERO.
       77  WS-MULTI-CASE-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-DUP-CASE-CT           PIC 9(07) COMP      VALUE ZERO.
       77  WS-RETURN-CASE-CT        PIC 9(07) COMP      VALUE ZERO.
       77  WS-VOLUME-CASE-CT        PIC 9(07) COMP      VALUE ZERO.

      *    HOW FAR BACK A PRIOR CHANGE OR FORWARD A RETURN STILL
      *    COUNTS, AND HOW MANY ONLINE CHANGES ONE OPERATOR MAY KEY
      *    IN A DAY BEFORE EVERY ONE OF THEM IS LISTED.
       77  WS-WATCH-DAYS            PIC 9(03) COMP      VALUE 30.
       77  WS-OPERATOR-LIMIT        PIC 9(05) COMP      VALUE 25.

       77  WS-DELTA-DAY-NO          PIC 9(07) COMP      VALUE ZERO.
       77  WS-WORK-DAY-NO           PIC 9(07) COMP      VALUE ZERO.

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(06).

       01  WS-WORK-DATE-FIELDS.
           05 WS-WORK-DATE          PIC 9(08).
           05 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
              10 WS-WORK-YYYY       PIC 9(04).
              10 WS-WORK-MM         PIC 9(02).
              10 WS-WORK-DD         PIC 9(02).

      *    THE ADDRESS-HISTORY ENTRY OF THE CHANGE BEING REPORTED, AND
      *    THE CHANGE THE RETURN-AT-NEW-ADDRESS BROWSE SETTLED ON.
       01  WS-CASE-HIST-KEY.
           05 WS-CASE-CUSTOMER-ID   PIC 9(09).
           05 WS-CASE-ADDRESS-TYPE  PIC X(01).
           05 WS-CASE-DATE          PIC 9(08).
           05 WS-CASE-TIME          PIC 9(06).
       01  WS-MATCH-HIST-KEY.
           05 WS-MATCH-CUSTOMER-ID  PIC 9(09).
           05 WS-MATCH-ADDRESS-TYPE PIC X(01).
           05 WS-MATCH-DATE         PIC 9(08).
           05 WS-MATCH-TIME         PIC 9(06).
       01  WS-MATCH-PRIOR-LINE-1    PIC X(40).

       01  WS-CASE-FIELDS.
           05 WS-CASE-REASON        PIC X(28).
           05 WS-CASE-DETAIL        PIC X(23).
           05 WS-CASE-OPERATOR-ID   PIC X(08).
           05 WS-CASE-TERMINAL-ID   PIC X(04).

       01  WS-MULTI-DETAIL.
           05 WS-MD-COUNT           PIC ZZ9.
           05 FILLER                PIC X(14)
                   VALUE " OTHER CHANGES".
       01  WS-DUP-DETAIL.
           05 FILLER                PIC X(07)  VALUE "DUP OF ".
           05 WS-DD-CUSTOMER-ID     PIC 9(09).
       01  WS-RETURN-DETAIL.
           05 FILLER                PIC X(09)  VALUE "RETURNED ".
           05 WS-RD-DATE-RECEIVED   PIC 9(08).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 WS-RD-REASON-CD       PIC XX.
       01  WS-VOLUME-DETAIL.
           05 WS-VD-COUNT           PIC ZZ,ZZ9.
           05 FILLER                PIC X(14)
                   VALUE " CHANGES TODAY".

      *    ONLINE CHANGES KEYED PER OPERATOR PER CHANGE DATE.
       01  WS-OPERATOR-TABLE.
           05 WS-OPER-ENTRY         OCCURS 500 TIMES
                                    INDEXED BY WS-OPER-IDX.
              10 WS-OPER-ID         PIC X(08).
              10 WS-OPER-DATE       PIC 9(08).
              10 WS-OPER-CHANGE-CT  PIC 9(05) COMP.

      *    THE ADDRESS BEING FORMATTED INTO A REPORT ADDRESS LINE -
      *    LOADED FROM AN AH-PRIOR-* SNAPSHOT OR THE MASTER SLOT.
       01  WS-FMT-ADDRESS.
           05 WS-FMT-LINE-1         PIC X(40).
           05 WS-FMT-CITY           PIC X(17).
           05 WS-FMT-STATE          PIC XX.
           05 WS-FMT-ZIP1           PIC 9(05).
           05 WS-FMT-ZIP2           PIC 9(04).
           05 WS-FMT-INTL-CITY      PIC X(20).
           05 WS-FMT-INTL-PROVINCE  PIC X(10).
           05 WS-FMT-POSTAL-CODE    PIC X(10).
           05 WS-FMT-COUNTRY-CODE   PIC X(03).
              88 WS-FMT-DOMESTIC           VALUE "US " SPACES.
           05 WS-FMT-COUNTRY-NAME   PIC X(15).

       01  WS-DOMESTIC-LINE-2.
           05 WS-DOM-CITY           PIC X(17).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 WS-DOM-STATE          PIC XX.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 WS-DOM-ZIP1           PIC 9(05).
           05 WS-DOM-ZIP-PLUS4.
              10 WS-DOM-ZIP-DASH    PIC X(01)  VALUE "-".
              10 WS-DOM-ZIP2        PIC 9(04).
           05 FILLER                PIC X(18)  VALUE SPACES.

       01  WS-FOREIGN-LINE-2.
           05 WS-FGN-INTL-CITY      PIC X(20).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 WS-FGN-INTL-PROVINCE  PIC X(10).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 WS-FGN-POSTAL-CODE    PIC X(10).
           05 FILLER                PIC X(07)  VALUE SPACES.

       01  WS-REPORT-HEADING.
           05 FILLER                PIC X(40)
                   VALUE "ADDRESS-CHANGE FRAUD WATCH - RUN DATE ".
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(10)  VALUE "   WINDOW ".
           05 HD-WATCH-DAYS         PIC ZZ9.
           05 FILLER                PIC X(23)
                   VALUE " DAYS   OPERATOR LIMIT ".
           05 HD-OPERATOR-LIMIT     PIC ZZ,ZZ9.
           05 FILLER                PIC X(42)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(30)
                   VALUE "REASON".
           05 FILLER                PIC X(11)  VALUE "CUSTOMER".
           05 FILLER                PIC X(32)  VALUE "NAME".
           05 FILLER                PIC X(04)  VALUE "TYP".
           05 FILLER                PIC X(17)  VALUE "CHANGED".
           05 FILLER                PIC X(09)  VALUE "OPERATOR".
           05 FILLER                PIC X(06)  VALUE "TERM".
           05 FILLER                PIC X(23)  VALUE "DETAIL".

       01  WS-REPORT-DETAIL.
           05 RD-REASON             PIC X(28).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-CUSTOMER-ID        PIC 9(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-CUSTOMER-NAME      PIC X(30).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-ADDRESS-TYPE       PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 RD-CHANGE-DATE        PIC 9(08).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RD-CHANGE-TIME        PIC 9(06).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RD-TERMINAL-ID        PIC X(04).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RD-DETAIL             PIC X(23).

       01  WS-REPORT-ADDRESS.
           05 FILLER                PIC X(06)  VALUE SPACES.
           05 RA-LABEL              PIC X(14).
           05 RA-LINE-1             PIC X(40).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RA-LINE-2             PIC X(50).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RA-LINE-3             PIC X(15).
           05 FILLER                PIC X(03)  VALUE SPACES.

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

           PERFORM 2000-WATCH-ONE-DELTA
               THRU 2000-WATCH-ONE-DELTA-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 4000-LIST-OPERATOR-VOLUME
               THRU 4000-LIST-OPERATOR-VOLUME-EXIT.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - OPEN FILES, PRINT THE HEADINGS, AND PRIME  *
      *    THE READ                                                     *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           OPEN INPUT  ADDRESS-DELTA.
           IF WS-ADDRDLTA-STATUS NOT = "00"
               DISPLAY "AD026FRW - ADDRESS DELTA OPEN ERROR "
                       WS-ADDRDLTA-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  ADDRESS-HISTORY.
           IF WS-ADDRHIST-STATUS NOT = "00"
               DISPLAY "AD026FRW - ADDRESS HISTORY OPEN ERROR "
                       WS-ADDRHIST-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD026FRW - CUSTOMER MASTER OPEN ERROR "
                       WS-CUSTMAS-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  DUPLICATE-HIT-LOG.
           IF WS-DUPHITLG-STATUS NOT = "00"
               DISPLAY "AD026FRW - DUPLICATE HIT LOG OPEN ERROR "
                       WS-DUPHITLG-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  UNDELIVERABLE-MAIL.
           IF WS-UNDELMAIL-STATUS NOT = "00"
               DISPLAY "AD026FRW - UNDELIVERABLE MAIL OPEN ERROR "
                       WS-UNDELMAIL-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT WATCH-RPT.
           IF WS-WATCHRPT-STATUS NOT = "00"
               DISPLAY "AD026FRW - WATCH REPORT OPEN ERROR "
                       WS-WATCHRPT-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE WS-CURRENT-DATE   TO HD-RUN-DATE.
           MOVE WS-WATCH-DAYS     TO HD-WATCH-DAYS.
           MOVE WS-OPERATOR-LIMIT TO HD-OPERATOR-LIMIT.
           WRITE WATCH-REPORT-LINE FROM WS-REPORT-HEADING.
           WRITE WATCH-REPORT-LINE FROM WS-COLUMN-HEADING.
           MOVE SPACES TO WATCH-REPORT-LINE.
           WRITE WATCH-REPORT-LINE.

           PERFORM 2100-READ-DELTA
               THRU 2100-READ-DELTA-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-WATCH-ONE-DELTA - RUN THE WATCH TESTS THAT APPLY TO ONE *
      *    DELTA ENTRY.  A BATCH OR ONLINE ENTRY IS AN ADDRESS CHANGE;  *
      *    A "U" ENTRY IS A RETURN THAT JUST MARKED THE CUSTOMER BAD.   *
      *    THE OTHER SOURCES DO NOT CHANGE AN ADDRESS AND ARE SKIPPED.  *
      ******************************************************************
       2000-WATCH-ONE-DELTA.
           ADD 1 TO WS-DELTA-READ-CT.

           MOVE DL-CHANGE-DATE TO WS-WORK-DATE.
           PERFORM 6000-DATE-TO-DAY-NO
               THRU 6000-DATE-TO-DAY-NO-EXIT.
           MOVE WS-WORK-DAY-NO TO WS-DELTA-DAY-NO.

           IF DL-SOURCE-UNDEL-MAINT
               PERFORM 3000-CHECK-RETURN-AT-NEW
                   THRU 3000-CHECK-RETURN-AT-NEW-EXIT
               GO TO 2080-NEXT-DELTA
           END-IF.

           IF NOT DL-SOURCE-BATCH AND NOT DL-SOURCE-ONLINE
               GO TO 2080-NEXT-DELTA
           END-IF.

           ADD 1 TO WS-CHANGES-WATCHED-CT.

           MOVE DL-CUSTOMER-ID  TO WS-CASE-CUSTOMER-ID.
           MOVE DL-ADDRESS-TYPE TO WS-CASE-ADDRESS-TYPE.
           MOVE DL-CHANGE-DATE  TO WS-CASE-DATE.
           MOVE DL-CHANGE-TIME  TO WS-CASE-TIME.

           PERFORM 2200-CHECK-MULTIPLE-CHANGES
               THRU 2200-CHECK-MULTIPLE-CHANGES-EXIT.

           PERFORM 2400-CHECK-DUPLICATE-HIT
               THRU 2400-CHECK-DUPLICATE-HIT-EXIT.

           IF DL-SOURCE-ONLINE
               PERFORM 2600-COUNT-OPERATOR
                   THRU 2600-COUNT-OPERATOR-EXIT
           END-IF.

       2080-NEXT-DELTA.
           PERFORM 2100-READ-DELTA
               THRU 2100-READ-DELTA-EXIT.
       2000-WATCH-ONE-DELTA-EXIT.
           EXIT.

       2100-READ-DELTA.
           READ ADDRESS-DELTA NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-READ-DELTA-EXIT.
           EXIT.

      ******************************************************************
      *    2200-CHECK-MULTIPLE-CHANGES - BROWSE THE CUSTOMER'S ADDRESS  *
      *    HISTORY, ALL TYPES, FOR ANY OTHER BATCH OR ONLINE CHANGE     *
      *    DATED WITHIN WS-WATCH-DAYS OF THIS ONE.                      *
      ******************************************************************
       2200-CHECK-MULTIPLE-CHANGES.
           MOVE ZERO TO WS-OTHER-CHANGE-CT.

           MOVE DL-CUSTOMER-ID          TO AH-CUSTOMER-ID.
           MOVE LOW-VALUES              TO AH-ADDRESS-TYPE.
           MOVE ZERO                    TO AH-EFFECTIVE-DATE.
           MOVE ZERO                    TO AH-EFFECTIVE-TIME.

           START ADDRESS-HISTORY
               KEY IS NOT LESS THAN AH-HISTORY-KEY
               INVALID KEY
                   GO TO 2200-CHECK-MULTIPLE-CHANGES-EXIT
           END-START.

           MOVE "N" TO WS-HIST-EOF-SW.
           PERFORM 2250-SCAN-NEXT-HISTORY
               THRU 2250-SCAN-NEXT-HISTORY-EXIT
               UNTIL WS-HIST-EOF-YES.

           IF WS-OTHER-CHANGE-CT > ZERO
               MOVE "MULTIPLE CHANGES IN WINDOW" TO WS-CASE-REASON
               MOVE WS-OTHER-CHANGE-CT TO WS-MD-COUNT
               MOVE WS-MULTI-DETAIL    TO WS-CASE-DETAIL
               PERFORM 5000-PRINT-CASE
                   THRU 5000-PRINT-CASE-EXIT
               ADD 1 TO WS-MULTI-CASE-CT
           END-IF.
       2200-CHECK-MULTIPLE-CHANGES-EXIT.
           EXIT.

       2250-SCAN-NEXT-HISTORY.
           READ ADDRESS-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SW
                   GO TO 2250-SCAN-NEXT-HISTORY-EXIT
           END-READ.

           IF AH-CUSTOMER-ID NOT = DL-CUSTOMER-ID
               MOVE "Y" TO WS-HIST-EOF-SW
               GO TO 2250-SCAN-NEXT-HISTORY-EXIT
           END-IF.

           IF NOT AH-SOURCE-BATCH AND NOT AH-SOURCE-ONLINE
               GO TO 2250-SCAN-NEXT-HISTORY-EXIT
           END-IF.

           IF AH-HISTORY-KEY = WS-CASE-HIST-KEY
               GO TO 2250-SCAN-NEXT-HISTORY-EXIT
           END-IF.

           MOVE AH-EFFECTIVE-DATE TO WS-WORK-DATE.
           PERFORM 6000-DATE-TO-DAY-NO
               THRU 6000-DATE-TO-DAY-NO-EXIT.

           IF WS-WORK-DAY-NO + WS-WATCH-DAYS NOT < WS-DELTA-DAY-NO
                  AND WS-WORK-DAY-NO NOT > WS-DELTA-DAY-NO
                                           + WS-WATCH-DAYS
               ADD 1 TO WS-OTHER-CHANGE-CT
           END-IF.
       2250-SCAN-NEXT-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    2400-CHECK-DUPLICATE-HIT - AD008ONL FILES ITS "C" ENTRY      *
      *    UNDER THE SAME CUSTOMER, DATE, AND TIME AS THE CHANGE        *
      ******************************************************************
       2400-CHECK-DUPLICATE-HIT.
           IF NOT DL-SOURCE-ONLINE
               GO TO 2400-CHECK-DUPLICATE-HIT-EXIT
           END-IF.

           MOVE DL-CUSTOMER-ID TO DH-CUSTOMER-ID.
           MOVE DL-CHANGE-DATE TO DH-HIT-DATE.
           MOVE DL-CHANGE-TIME TO DH-HIT-TIME.
           READ DUPLICATE-HIT-LOG
               INVALID KEY
                   GO TO 2400-CHECK-DUPLICATE-HIT-EXIT
           END-READ.

           IF DH-ACTION-COMMITTED
               MOVE "COMMITTED OVER DUPLICATE HIT" TO WS-CASE-REASON
               MOVE DH-DUP-CUSTOMER-ID TO WS-DD-CUSTOMER-ID
               MOVE WS-DUP-DETAIL      TO WS-CASE-DETAIL
               PERFORM 5000-PRINT-CASE
                   THRU 5000-PRINT-CASE-EXIT
               ADD 1 TO WS-DUP-CASE-CT
           END-IF.
       2400-CHECK-DUPLICATE-HIT-EXIT.
           EXIT.

      ******************************************************************
      *    2600-COUNT-OPERATOR - TALLY ONE ONLINE CHANGE AGAINST ITS    *
      *    OPERATOR FOR THE CHANGE DATE                                 *
      ******************************************************************
       2600-COUNT-OPERATOR.
           PERFORM 2650-FIND-OPERATOR
               THRU 2650-FIND-OPERATOR-EXIT.

           IF WS-OPER-SLOT = ZERO
               IF WS-OPER-USED NOT < WS-OPER-MAX
                   DISPLAY "AD026FRW - OPERATOR TABLE FULL - "
                           DL-OPERATOR-ID " NOT COUNTED"
                   GO TO 2600-COUNT-OPERATOR-EXIT
               END-IF
               ADD 1 TO WS-OPER-USED
               MOVE WS-OPER-USED TO WS-OPER-SLOT
               SET WS-OPER-IDX TO WS-OPER-SLOT
               MOVE DL-OPERATOR-ID TO WS-OPER-ID (WS-OPER-IDX)
               MOVE DL-CHANGE-DATE TO WS-OPER-DATE (WS-OPER-IDX)
               MOVE ZERO           TO WS-OPER-CHANGE-CT (WS-OPER-IDX)
           END-IF.

           SET WS-OPER-IDX TO WS-OPER-SLOT.
           ADD 1 TO WS-OPER-CHANGE-CT (WS-OPER-IDX).
       2600-COUNT-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      *    2650-FIND-OPERATOR - WS-OPER-SLOT IS RETURNED ZERO WHEN THE  *
      *    OPERATOR HAS NO ENTRY YET FOR THE DELTA'S CHANGE DATE        *
      ******************************************************************
       2650-FIND-OPERATOR.
           MOVE ZERO TO WS-OPER-SLOT.

           PERFORM 2660-CHECK-ONE-OPERATOR
               THRU 2660-CHECK-ONE-OPERATOR-EXIT
               VARYING WS-OPER-IDX FROM 1 BY 1
               UNTIL WS-OPER-IDX > WS-OPER-USED.
       2650-FIND-OPERATOR-EXIT.
           EXIT.

       2660-CHECK-ONE-OPERATOR.
           IF WS-OPER-ID (WS-OPER-IDX) = DL-OPERATOR-ID
                  AND WS-OPER-DATE (WS-OPER-IDX) = DL-CHANGE-DATE
               SET WS-OPER-SLOT TO WS-OPER-IDX
           END-IF.
       2660-CHECK-ONE-OPERATOR-EXIT.
           EXIT.

      ******************************************************************
      *    3000-CHECK-RETURN-AT-NEW - A RETURN HAS JUST MARKED THE      *
      *    CUSTOMER BAD.  BROWSE THE CUSTOMER'S ADDRESS HISTORY FOR A   *
      *    BATCH OR ONLINE CHANGE WITHIN WS-WATCH-DAYS OF IT, AND FOR   *
      *    EACH ONE LOOK FOR AN OPEN RETURN RECEIVED ON OR AFTER THE    *
      *    CHANGE, MAILED TO THAT ADDRESS TYPE, WHOSE SNAPSHOT IS NOT   *
      *    THE ADDRESS THE CHANGE REPLACED - I.E. THE PIECE WENT TO THE *
      *    NEW ADDRESS AND CAME BACK.  THE FIRST SUCH CHANGE IS LISTED. *
      ******************************************************************
       3000-CHECK-RETURN-AT-NEW.
           MOVE "N" TO WS-RETURN-FOUND-SW.

           MOVE DL-CUSTOMER-ID          TO AH-CUSTOMER-ID.
           MOVE LOW-VALUES              TO AH-ADDRESS-TYPE.
           MOVE ZERO                    TO AH-EFFECTIVE-DATE.
           MOVE ZERO                    TO AH-EFFECTIVE-TIME.

           START ADDRESS-HISTORY
               KEY IS NOT LESS THAN AH-HISTORY-KEY
               INVALID KEY
                   GO TO 3000-CHECK-RETURN-AT-NEW-EXIT
           END-START.

           MOVE "N" TO WS-HIST-EOF-SW.
           PERFORM 3100-SCAN-CHANGE-FOR-RETURN
               THRU 3100-SCAN-CHANGE-FOR-RETURN-EXIT
               UNTIL WS-HIST-EOF-YES
                  OR WS-RETURN-FOUND-YES.

           IF WS-RETURN-FOUND-YES
               MOVE WS-MATCH-HIST-KEY TO WS-CASE-HIST-KEY
               MOVE "RETURN AT NEW ADDRESS" TO WS-CASE-REASON
               MOVE WS-RETURN-DETAIL   TO WS-CASE-DETAIL
               PERFORM 5000-PRINT-CASE
                   THRU 5000-PRINT-CASE-EXIT
               ADD 1 TO WS-RETURN-CASE-CT
           END-IF.
       3000-CHECK-RETURN-AT-NEW-EXIT.
           EXIT.

       3100-SCAN-CHANGE-FOR-RETURN.
           READ ADDRESS-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-HIST-EOF-SW
                   GO TO 3100-SCAN-CHANGE-FOR-RETURN-EXIT
           END-READ.

           IF AH-CUSTOMER-ID NOT = DL-CUSTOMER-ID
               MOVE "Y" TO WS-HIST-EOF-SW
               GO TO 3100-SCAN-CHANGE-FOR-RETURN-EXIT
           END-IF.

           IF NOT AH-SOURCE-BATCH AND NOT AH-SOURCE-ONLINE
               GO TO 3100-SCAN-CHANGE-FOR-RETURN-EXIT
           END-IF.

           MOVE AH-EFFECTIVE-DATE TO WS-WORK-DATE.
           PERFORM 6000-DATE-TO-DAY-NO
               THRU 6000-DATE-TO-DAY-NO-EXIT.

           IF WS-WORK-DAY-NO + WS-WATCH-DAYS < WS-DELTA-DAY-NO
               GO TO 3100-SCAN-CHANGE-FOR-RETURN-EXIT
           END-IF.

           MOVE AH-HISTORY-KEY          TO WS-MATCH-HIST-KEY.
           MOVE AH-PRIOR-ADDRESS-LINE-1 TO WS-MATCH-PRIOR-LINE-1.

           MOVE DL-CUSTOMER-ID          TO UM-CUSTOMER-ID.
           MOVE AH-EFFECTIVE-DATE       TO UM-DATE-RECEIVED.

           START UNDELIVERABLE-MAIL
               KEY IS NOT LESS THAN UM-KEY
               INVALID KEY
                   GO TO 3100-SCAN-CHANGE-FOR-RETURN-EXIT
           END-START.

           MOVE "N" TO WS-UNDEL-EOF-SW.
           PERFORM 3150-SCAN-NEXT-RETURN
               THRU 3150-SCAN-NEXT-RETURN-EXIT
               UNTIL WS-UNDEL-EOF-YES
                  OR WS-RETURN-FOUND-YES.
       3100-SCAN-CHANGE-FOR-RETURN-EXIT.
           EXIT.

       3150-SCAN-NEXT-RETURN.
           READ UNDELIVERABLE-MAIL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-UNDEL-EOF-SW
                   GO TO 3150-SCAN-NEXT-RETURN-EXIT
           END-READ.

           IF UM-CUSTOMER-ID NOT = DL-CUSTOMER-ID
               MOVE "Y" TO WS-UNDEL-EOF-SW
               GO TO 3150-SCAN-NEXT-RETURN-EXIT
           END-IF.

           IF UM-CLEARED-NO
                  AND (UM-MAILED-ADDRESS-TYPE = WS-MATCH-ADDRESS-TYPE
                       OR UM-MAILED-ADDRESS-TYPE = SPACES)
                  AND UM-SNAPSHOT-ADDRESS-LINE-1
                                     NOT = WS-MATCH-PRIOR-LINE-1
               MOVE "Y"                 TO WS-RETURN-FOUND-SW
               MOVE UM-DATE-RECEIVED    TO WS-RD-DATE-RECEIVED
               MOVE UM-RETURN-REASON-CD TO WS-RD-REASON-CD
           END-IF.
       3150-SCAN-NEXT-RETURN-EXIT.
           EXIT.

      ******************************************************************
      *    4000-LIST-OPERATOR-VOLUME - SECOND PASS OF THE DELTA FEED:   *
      *    LIST EVERY ONLINE CHANGE BY AN OPERATOR WHOSE COUNT FOR THE  *
      *    DAY CAME TO MORE THAN WS-OPERATOR-LIMIT                      *
      ******************************************************************
       4000-LIST-OPERATOR-VOLUME.
           CLOSE ADDRESS-DELTA.
           OPEN INPUT ADDRESS-DELTA.
           IF WS-ADDRDLTA-STATUS NOT = "00"
               DISPLAY "AD026FRW - ADDRESS DELTA REOPEN ERROR "
                       WS-ADDRDLTA-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE "N" TO WS-EOF-SW.
           PERFORM 2100-READ-DELTA
               THRU 2100-READ-DELTA-EXIT.

           PERFORM 4100-CHECK-ONE-VOLUME
               THRU 4100-CHECK-ONE-VOLUME-EXIT
               UNTIL WS-EOF-YES.
       4000-LIST-OPERATOR-VOLUME-EXIT.
           EXIT.

       4100-CHECK-ONE-VOLUME.
           IF NOT DL-SOURCE-ONLINE
               GO TO 4180-NEXT-DELTA
           END-IF.

           PERFORM 2650-FIND-OPERATOR
               THRU 2650-FIND-OPERATOR-EXIT.
           IF WS-OPER-SLOT = ZERO
               GO TO 4180-NEXT-DELTA
           END-IF.

           SET WS-OPER-IDX TO WS-OPER-SLOT.
           IF WS-OPER-CHANGE-CT (WS-OPER-IDX) > WS-OPERATOR-LIMIT
               MOVE DL-CUSTOMER-ID  TO WS-CASE-CUSTOMER-ID
               MOVE DL-ADDRESS-TYPE TO WS-CASE-ADDRESS-TYPE
               MOVE DL-CHANGE-DATE  TO WS-CASE-DATE
               MOVE DL-CHANGE-TIME  TO WS-CASE-TIME
               MOVE "OPERATOR VOLUME" TO WS-CASE-REASON
               MOVE WS-OPER-CHANGE-CT (WS-OPER-IDX) TO WS-VD-COUNT
               MOVE WS-VOLUME-DETAIL  TO WS-CASE-DETAIL
               PERFORM 5000-PRINT-CASE
                   THRU 5000-PRINT-CASE-EXIT
               ADD 1 TO WS-VOLUME-CASE-CT
           END-IF.

       4180-NEXT-DELTA.
           PERFORM 2100-READ-DELTA
               THRU 2100-READ-DELTA-EXIT.
       4100-CHECK-ONE-VOLUME-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRINT-CASE - LIST THE CHANGE WHOSE HISTORY KEY IS IN    *
      *    WS-CASE-HIST-KEY: THE CASE LINE, THE PRIOR ADDRESS FROM ITS  *
      *    HISTORY ENTRY, AND THE NEW ADDRESS - THE NEXT HISTORY ENTRY  *
      *    FOR THE SAME CUSTOMER AND TYPE HOLDS IT AS ITS PRIOR; WITH   *
      *    NO LATER ENTRY THE CHANGE IS STILL ON THE MASTER.            *
      ******************************************************************
       5000-PRINT-CASE.
           MOVE SPACES TO RD-CUSTOMER-NAME.
           MOVE WS-CASE-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO RD-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO RD-CUSTOMER-NAME
           END-READ.

           MOVE "N" TO WS-CASE-HIST-SW.
           MOVE WS-CASE-HIST-KEY TO AH-HISTORY-KEY.
           READ ADDRESS-HISTORY
               INVALID KEY
                   MOVE "UNKNOWN"  TO WS-CASE-OPERATOR-ID
                   MOVE SPACES     TO WS-CASE-TERMINAL-ID
               NOT INVALID KEY
                   MOVE "Y"            TO WS-CASE-HIST-SW
                   MOVE AH-OPERATOR-ID TO WS-CASE-OPERATOR-ID
                   MOVE AH-TERMINAL-ID TO WS-CASE-TERMINAL-ID
           END-READ.

           MOVE WS-CASE-REASON       TO RD-REASON.
           MOVE WS-CASE-CUSTOMER-ID  TO RD-CUSTOMER-ID.
           MOVE WS-CASE-ADDRESS-TYPE TO RD-ADDRESS-TYPE.
           MOVE WS-CASE-DATE         TO RD-CHANGE-DATE.
           MOVE WS-CASE-TIME         TO RD-CHANGE-TIME.
           MOVE WS-CASE-OPERATOR-ID  TO RD-OPERATOR-ID.
           MOVE WS-CASE-TERMINAL-ID  TO RD-TERMINAL-ID.
           MOVE WS-CASE-DETAIL       TO RD-DETAIL.
           WRITE WATCH-REPORT-LINE FROM WS-REPORT-DETAIL.

      *    PRIOR ADDRESS - THE SNAPSHOT ON THE CHANGE'S OWN ENTRY.
           MOVE "PRIOR ADDRESS" TO RA-LABEL.
           IF WS-CASE-HIST-YES
               PERFORM 5100-LOAD-FROM-HISTORY
                   THRU 5100-LOAD-FROM-HISTORY-EXIT
               PERFORM 5500-PRINT-ADDRESS
                   THRU 5500-PRINT-ADDRESS-EXIT
           ELSE
               MOVE "*** NO ADDRESS-HISTORY ENTRY ***" TO RA-LINE-1
               MOVE SPACES TO RA-LINE-2
               MOVE SPACES TO RA-LINE-3
               WRITE WATCH-REPORT-LINE FROM WS-REPORT-ADDRESS
           END-IF.

      *    NEW ADDRESS - THE NEXT ENTRY'S SNAPSHOT, OR THE MASTER.
           MOVE "NEW ADDRESS" TO RA-LABEL.
           IF WS-CASE-HIST-YES
               READ ADDRESS-HISTORY NEXT RECORD
                   AT END
                       MOVE "N" TO WS-CASE-HIST-SW
               END-READ
           END-IF.

           IF WS-CASE-HIST-YES
                  AND AH-CUSTOMER-ID  = WS-CASE-CUSTOMER-ID
                  AND AH-ADDRESS-TYPE = WS-CASE-ADDRESS-TYPE
               PERFORM 5100-LOAD-FROM-HISTORY
                   THRU 5100-LOAD-FROM-HISTORY-EXIT
               PERFORM 5500-PRINT-ADDRESS
                   THRU 5500-PRINT-ADDRESS-EXIT
           ELSE
               PERFORM 5200-LOAD-FROM-MASTER
                   THRU 5200-LOAD-FROM-MASTER-EXIT
           END-IF.

           MOVE SPACES TO WATCH-REPORT-LINE.
           WRITE WATCH-REPORT-LINE.
       5000-PRINT-CASE-EXIT.
           EXIT.

       5100-LOAD-FROM-HISTORY.
           MOVE AH-PRIOR-ADDRESS-LINE-1  TO WS-FMT-LINE-1.
           MOVE AH-PRIOR-CITY            TO WS-FMT-CITY.
           MOVE AH-PRIOR-STATE           TO WS-FMT-STATE.
           MOVE AH-PRIOR-ZIP1            TO WS-FMT-ZIP1.
           MOVE AH-PRIOR-ZIP2            TO WS-FMT-ZIP2.
           MOVE AH-PRIOR-INTL-CITY       TO WS-FMT-INTL-CITY.
           MOVE AH-PRIOR-INTL-PROVINCE   TO WS-FMT-INTL-PROVINCE.
           MOVE AH-PRIOR-POSTAL-CODE     TO WS-FMT-POSTAL-CODE.
           MOVE AH-PRIOR-COUNTRY-CODE    TO WS-FMT-COUNTRY-CODE.
           MOVE AH-PRIOR-COUNTRY-NAME    TO WS-FMT-COUNTRY-NAME.
       5100-LOAD-FROM-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    5200-LOAD-FROM-MASTER - PRINT THE MASTER'S CURRENT ADDRESS   *
      *    OF THE CASE'S TYPE AS THE NEW ADDRESS                        *
      ******************************************************************
       5200-LOAD-FROM-MASTER.
           MOVE ZERO TO WS-ADDR-SLOT.
           IF RD-CUSTOMER-NAME NOT = "*** NOT ON MASTER ***"
               PERFORM 5300-CHECK-ONE-SLOT
                   THRU 5300-CHECK-ONE-SLOT-EXIT
                   VARYING CM-ADDR-IDX FROM 1 BY 1
                   UNTIL CM-ADDR-IDX > CM-ADDRESS-COUNT
           END-IF.

           IF WS-ADDR-SLOT = ZERO
               MOVE "*** TYPE NOT ON MASTER ***" TO RA-LINE-1
               MOVE SPACES TO RA-LINE-2
               MOVE SPACES TO RA-LINE-3
               WRITE WATCH-REPORT-LINE FROM WS-REPORT-ADDRESS
               GO TO 5200-LOAD-FROM-MASTER-EXIT
           END-IF.

           SET CM-ADDR-IDX TO WS-ADDR-SLOT.
           MOVE ADDRESS-LINE-1 OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-LINE-1.
           MOVE CITY OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-CITY.
           MOVE STATE OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-STATE.
           MOVE ZIP1 OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-ZIP1.
           MOVE ZIP2 OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-ZIP2.
           MOVE INTL-CITY OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-INTL-CITY.
           MOVE INTL-PROVINCE-OR-STATE OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-INTL-PROVINCE.
           MOVE POSTAL-CODE OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-POSTAL-CODE.
           MOVE COUNTRY-CODE OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-COUNTRY-CODE.
           MOVE COUNTRY-NAME OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-COUNTRY-NAME.

           PERFORM 5500-PRINT-ADDRESS
               THRU 5500-PRINT-ADDRESS-EXIT.
       5200-LOAD-FROM-MASTER-EXIT.
           EXIT.

       5300-CHECK-ONE-SLOT.
           IF CM-ADDRESS-TYPE (CM-ADDR-IDX) = WS-CASE-ADDRESS-TYPE
               SET WS-ADDR-SLOT TO CM-ADDR-IDX
           END-IF.
       5300-CHECK-ONE-SLOT-EXIT.
           EXIT.

      ******************************************************************
      *    5500-PRINT-ADDRESS - FORMAT WS-FMT-ADDRESS ONTO ONE REPORT   *
      *    LINE UNDER RA-LABEL.  A FOREIGN ADDRESS IS PRINTED FROM ITS  *
      *    INTERNATIONAL VIEW WITH THE COUNTRY NAME.                    *
      ******************************************************************
       5500-PRINT-ADDRESS.
           MOVE WS-FMT-LINE-1 TO RA-LINE-1.

           IF WS-FMT-DOMESTIC
               MOVE WS-FMT-CITY      TO WS-DOM-CITY
               MOVE WS-FMT-STATE     TO WS-DOM-STATE
               MOVE WS-FMT-ZIP1      TO WS-DOM-ZIP1
               MOVE "-"              TO WS-DOM-ZIP-DASH
               MOVE WS-FMT-ZIP2      TO WS-DOM-ZIP2
               IF WS-FMT-ZIP2 = ZERO
                   MOVE SPACES       TO WS-DOM-ZIP-PLUS4
               END-IF
               MOVE WS-DOMESTIC-LINE-2 TO RA-LINE-2
               MOVE SPACES           TO RA-LINE-3
           ELSE
               MOVE WS-FMT-INTL-CITY TO WS-FGN-INTL-CITY
               MOVE WS-FMT-INTL-PROVINCE
                                     TO WS-FGN-INTL-PROVINCE
               MOVE WS-FMT-POSTAL-CODE
                                     TO WS-FGN-POSTAL-CODE
               MOVE WS-FOREIGN-LINE-2 TO RA-LINE-2
               MOVE WS-FMT-COUNTRY-NAME
                                     TO RA-LINE-3
           END-IF.

           WRITE WATCH-REPORT-LINE FROM WS-REPORT-ADDRESS.
       5500-PRINT-ADDRESS-EXIT.
           EXIT.

      ******************************************************************
      *    6000-DATE-TO-DAY-NO - CONVERT WS-WORK-DATE (YYYYMMDD) TO A   *
      *    30/360 COMMERCIAL DAY NUMBER IN WS-WORK-DAY-NO.              *
      ******************************************************************
       6000-DATE-TO-DAY-NO.
           COMPUTE WS-WORK-DAY-NO = (WS-WORK-YYYY * 360)
                                  + ((WS-WORK-MM - 1) * 30)
                                  + WS-WORK-DD.
       6000-DATE-TO-DAY-NO-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - PRINT THE CASE TOTALS, CLOSE FILES, AND     *
      *    REPORT COUNTS                                                *
      ******************************************************************
       8000-TERMINATE.
           MOVE "ADDRESS CHANGES WATCHED"      TO SL-LABEL.
           MOVE WS-CHANGES-WATCHED-CT          TO SL-COUNT.
           WRITE WATCH-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "MULTIPLE CHANGES IN WINDOW"   TO SL-LABEL.
           MOVE WS-MULTI-CASE-CT               TO SL-COUNT.
           WRITE WATCH-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "COMMITTED OVER DUPLICATE HIT" TO SL-LABEL.
           MOVE WS-DUP-CASE-CT                 TO SL-COUNT.
           WRITE WATCH-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "RETURN AT NEW ADDRESS"        TO SL-LABEL.
           MOVE WS-RETURN-CASE-CT              TO SL-COUNT.
           WRITE WATCH-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "OPERATOR VOLUME"              TO SL-LABEL.
           MOVE WS-VOLUME-CASE-CT              TO SL-COUNT.
           WRITE WATCH-REPORT-LINE FROM WS-SUMMARY-LINE.

           DISPLAY "AD026FRW - DELTA ENTRIES READ   " WS-DELTA-READ-CT.
           DISPLAY "AD026FRW - CHANGES WATCHED      "
                   WS-CHANGES-WATCHED-CT.
           DISPLAY "AD026FRW - MULTIPLE-CHANGE CASES" WS-MULTI-CASE-CT.
           DISPLAY "AD026FRW - DUPLICATE-HIT CASES  " WS-DUP-CASE-CT.
           DISPLAY "AD026FRW - RETURN-AT-NEW CASES  " WS-RETURN-CASE-CT.
           DISPLAY "AD026FRW - OPERATOR-VOLUME CASES"
                   WS-VOLUME-CASE-CT.

           CLOSE ADDRESS-DELTA.
           CLOSE ADDRESS-HISTORY.
           CLOSE CUSTOMER-MASTER.
           CLOSE DUPLICATE-HIT-LOG.
           CLOSE UNDELIVERABLE-MAIL.
           CLOSE WATCH-RPT.
       8000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - FATAL FILE ERROR                                *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
