      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD028RCV                                        *
      *   TITLE:       CUSTOMER MASTER FORWARD RECOVERY                *
      *                                                                *
      *   NARRATIVE:   ON REQUEST, AFTER CUSTMAS HAS BEEN RESTORED     *
      *                FROM A BACKUP.  ROLLS THE RESTORED MASTER       *
      *                FORWARD BY RE-APPLYING THE CUSTJRNL RECOVERY    *
      *                JOURNAL (COPY CUSTJRNL) IN THE ORDER IT WAS     *
      *                WRITTEN, UP TO THE POINT IN TIME NAMED ON THE   *
      *                RCVPARM PARAMETER (COPY RCVPARM):               *
      *                                                                *
      *                - ENTRIES COMMITTED AT OR BEFORE THE BACKUP     *
      *                  POINT ARE ALREADY IN THE BACKUP AND ARE       *
      *                  PASSED OVER.                                  *
      *                - A CHANGE REWRITES THE MASTER WITH ITS         *
      *                  AFTER-IMAGE; A DELETE REMOVES THE MASTER.     *
      *                  A MASTER THAT DOES NOT MATCH THE ENTRY'S      *
      *                  BEFORE-IMAGE (OR IS MISSING) IS STILL         *
      *                  BROUGHT TO THE AFTER-IMAGE, AND IS LISTED AS  *
      *                  A MISMATCH FOR DATA ADMINISTRATION TO CHECK.  *
      *                - THE FIRST ENTRY COMMITTED AFTER THE RECOVERY  *
      *                  POINT ENDS THE RUN WITHOUT BEING APPLIED.     *
      *                                                                *
      *                THE RUN ALSO STOPS CLEANLY, WITHOUT APPLYING    *
      *                THE ENTRY, AT A TORN RECORD (SHORT READ, NO     *
      *                END MARK, BAD FIELDS, IMAGE KEY NOT THE ENTRY   *
      *                KEY) OR AN ENTRY OUT OF SEQUENCE (COMMIT TIME   *
      *                EARLIER THAN THE ENTRY BEFORE IT, OR A BREAK    *
      *                IN A BATCH RUN'S ENTRY NUMBERING).  EVERYTHING  *
      *                BEFORE IT STANDS, SO THE MASTER IS LEFT AT THE  *
      *                LAST GOOD ENTRY.  THE RECOVERY REPORT SHOWS     *
      *                THE PARAMETERS, EVERY MISMATCH, COUNTS BY       *
      *                UPDATING PROGRAM, AND WHERE AND WHY THE RUN     *
      *                ENDED.  A UTILITY - NO GATE AND NO RUN-CONTROL  *
      *                ENTRY.                                          *
      *                                                                *
      *                RETURN CODES:  0  RECOVERED CLEANLY             *
      *                               4  RECOVERED WITH MISMATCHES     *
      *                               8  STOPPED AT A TORN OR          *
      *                                  OUT-OF-SEQUENCE ENTRY         *
      *                              16  PARAMETER OR FILE ERROR       *
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
       PROGRAM-ID.                 AD028RCV.
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
           SELECT RECOVERY-PARMS   ASSIGN TO RCVPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVPARM-STATUS.

           SELECT CUSTOMER-JOURNAL ASSIGN TO CUSTJRNL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CUSTJRNL-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT RECOVERY-RPT     ASSIGN TO RCVRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RCVRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECOVERY-PARMS
           LABEL RECORDS ARE STANDARD.
           COPY RCVPARM.

       FD  CUSTOMER-JOURNAL
           LABEL RECORDS ARE STANDARD.
           COPY CUSTJRNL.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.

       FD  RECOVERY-RPT
           LABEL RECORDS ARE STANDARD.
       01  RECOVERY-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-RCVPARM-STATUS        PIC XX              VALUE "00".
       77  WS-CUSTJRNL-STATUS       PIC XX              VALUE "00".
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-RCVRPT-STATUS         PIC XX              VALUE "00".
       77  WS-STOP-SW               PIC X(01)           VALUE "N".
           88 WS-STOP-YES                  VALUE "Y".
       77  WS-BAD-STOP-SW           PIC X(01)           VALUE "N".
           88 WS-BAD-STOP-YES              VALUE "Y".
       77  WS-PG-FOUND-SW           PIC X(01)           VALUE "N".
           88 WS-PG-FOUND-YES              VALUE "Y".
       77  WS-JRNL-READ-CT          PIC 9(07) COMP      VALUE ZERO.
       77  WS-BEFORE-BACKUP-CT      PIC 9(07) COMP      VALUE ZERO.
       77  WS-APPLIED-CT            PIC 9(07) COMP      VALUE ZERO.
       77  WS-MISMATCH-CT           PIC 9(07) COMP      VALUE ZERO.
       77  WS-PG-USED               PIC 9(03) COMP      VALUE ZERO.
       77  WS-PG-HIT                PIC 9(03) COMP      VALUE ZERO.

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(06).

      *    COMMIT POINT OF THE ENTRY IN HAND, OF THE ENTRY BEFORE IT,
      *    AND OF THE LAST ENTRY APPLIED - SAME SHAPE AS THE RCVPARM
      *    POINTS SO THE GROUPS COMPARE DIRECTLY.
       01  WS-ENTRY-POINT.
           05 WS-ENTRY-DATE         PIC 9(08)           VALUE ZERO.
           05 WS-ENTRY-TIME         PIC 9(08)           VALUE ZERO.
       01  WS-PREV-POINT.
           05 WS-PREV-DATE          PIC 9(08)           VALUE ZERO.
           05 WS-PREV-TIME          PIC 9(08)           VALUE ZERO.
       01  WS-LAST-APPLIED-POINT.
           05 WS-LAST-APPLIED-DATE  PIC 9(08)           VALUE ZERO.
           05 WS-LAST-APPLIED-TIME  PIC 9(08)           VALUE ZERO.

       01  WS-STOP-REASON           PIC X(40)           VALUE SPACES.
       01  WS-CONDITION             PIC X(40)           VALUE SPACES.

      *    ONE ENTRY PER UPDATING PROGRAM SEEN ON THE JOURNAL - THE
      *    BATCH RUN IT IS IN AND THE LAST ENTRY NUMBER OF THAT RUN,
      *    PLUS ITS COUNTS FOR THE REPORT.
       01  WS-PROGRAM-TABLE.
           05 WS-PG-ENTRY           OCCURS 20 TIMES
                                    INDEXED BY WS-PG-IDX.
              10 WS-PG-PROGRAM-ID   PIC X(08).
              10 WS-PG-RUN-DATE     PIC 9(08).
              10 WS-PG-RUN-TIME     PIC 9(06).
              10 WS-PG-LAST-SEQ     PIC 9(07).
              10 WS-PG-READ-CT      PIC 9(07) COMP.
              10 WS-PG-BEFORE-CT    PIC 9(07) COMP.
              10 WS-PG-APPLIED-CT   PIC 9(07) COMP.
              10 WS-PG-MISMATCH-CT  PIC 9(07) COMP.

       01  WS-REPORT-HEADING.
           05 FILLER                PIC X(35)
                   VALUE "CUSTOMER MASTER FORWARD RECOVERY - ".
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(89) VALUE SPACES.

       01  WS-POINT-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 PL-LABEL              PIC X(30).
           05 PL-DATE               PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 PL-TIME               PIC 9(08).
           05 FILLER                PIC X(81) VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER                PIC X(01) VALUE SPACES.
           05 SC-TITLE              PIC X(60).
           05 FILLER                PIC X(71) VALUE SPACES.

       01  WS-DETAIL-HEADING.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(11) VALUE "RECORD NO".
           05 FILLER                PIC X(10) VALUE "JRNL DATE".
           05 FILLER                PIC X(10) VALUE "JRNL TIME".
           05 FILLER                PIC X(10) VALUE "PROGRAM".
           05 FILLER                PIC X(11) VALUE "CUSTOMER".
           05 FILLER                PIC X(05) VALUE "ACT".
           05 FILLER                PIC X(40) VALUE "CONDITION".
           05 FILLER                PIC X(32) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 DT-RECORD-NO          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DT-JRNL-DATE          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DT-JRNL-TIME          PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DT-PROGRAM-ID         PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DT-CUSTOMER-ID        PIC X(09).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 DT-ACTION             PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 DT-CONDITION          PIC X(40).
           05 FILLER                PIC X(32) VALUE SPACES.

       01  WS-SUMMARY-HEADING.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(10) VALUE "PROGRAM".
           05 FILLER                PIC X(15)
                   VALUE "           READ".
           05 FILLER                PIC X(15)
                   VALUE "  BEFORE BACKUP".
           05 FILLER                PIC X(15)
                   VALUE "        APPLIED".
           05 FILLER                PIC X(15)
                   VALUE "     MISMATCHES".
           05 FILLER                PIC X(59) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 PS-PROGRAM-ID         PIC X(08).
           05 FILLER                PIC X(08) VALUE SPACES.
           05 PS-READ-CT            PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 PS-BEFORE-CT          PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 PS-APPLIED-CT         PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(06) VALUE SPACES.
           05 PS-MISMATCH-CT        PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(59) VALUE SPACES.

       01  WS-NOTE-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 NL-TEXT               PIC X(100).
           05 FILLER                PIC X(29) VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - PROGRAM CONTROL                              *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-ENTRY
               THRU 2000-PROCESS-ENTRY-EXIT
               UNTIL WS-STOP-YES.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - LOAD AND EDIT THE RECOVERY POINTS, OPEN    *
      *    THE JOURNAL, THE RESTORED MASTER, AND THE REPORT             *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           MOVE WS-CURRENT-DATE TO HD-RUN-DATE.

           OPEN INPUT RECOVERY-PARMS.
           IF WS-RCVPARM-STATUS NOT = "00"
               DISPLAY "AD028RCV - RECOVERY PARM OPEN ERROR "
                       WS-RCVPARM-STATUS
               GO TO 9999-ABEND
           END-IF.

           READ RECOVERY-PARMS
               AT END
                   DISPLAY "AD028RCV - NO RECOVERY PARM RECORD"
                   GO TO 9999-ABEND
           END-READ.
           CLOSE RECOVERY-PARMS.

           IF RV-BACKUP-DATE NOT NUMERIC
                  OR RV-BACKUP-TIME NOT NUMERIC
                  OR RV-STOP-DATE NOT NUMERIC
                  OR RV-STOP-TIME NOT NUMERIC
               DISPLAY "AD028RCV - RECOVERY PARM NOT NUMERIC"
               GO TO 9999-ABEND
           END-IF.

           IF RV-STOP-POINT < RV-BACKUP-POINT
               DISPLAY "AD028RCV - RECOVERY POINT " RV-STOP-DATE " "
                       RV-STOP-TIME " PRECEDES THE BACKUP"
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT CUSTOMER-JOURNAL.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               DISPLAY "AD028RCV - CUSTOMER JOURNAL OPEN ERROR "
                       WS-CUSTJRNL-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN I-O   CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD028RCV - CUSTOMER MASTER OPEN ERROR "
                       WS-CUSTMAS-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT RECOVERY-RPT.
           IF WS-RCVRPT-STATUS NOT = "00"
               DISPLAY "AD028RCV - RECOVERY REPORT OPEN ERROR "
                       WS-RCVRPT-STATUS
               GO TO 9999-ABEND
           END-IF.

           WRITE RECOVERY-REPORT-LINE FROM WS-REPORT-HEADING.

           MOVE "BACKUP TAKEN AT"   TO PL-LABEL.
           MOVE RV-BACKUP-DATE      TO PL-DATE.
           MOVE RV-BACKUP-TIME      TO PL-TIME.
           WRITE RECOVERY-REPORT-LINE FROM WS-POINT-LINE.
           MOVE "RECOVER TO"        TO PL-LABEL.
           MOVE RV-STOP-DATE        TO PL-DATE.
           MOVE RV-STOP-TIME        TO PL-TIME.
           WRITE RECOVERY-REPORT-LINE FROM WS-POINT-LINE.

           MOVE "MISMATCHES - MASTER NOT AS THE JOURNAL EXPECTED"
                                    TO SC-TITLE.
           WRITE RECOVERY-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-HEADING.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-ENTRY - READ, EDIT, AND APPLY ONE JOURNAL       *
      *    ENTRY.  ANY REASON TO STOP ENDS THE RUN BEFORE THE ENTRY     *
      *    TOUCHES THE MASTER.                                          *
      ******************************************************************
       2000-PROCESS-ENTRY.
           READ CUSTOMER-JOURNAL
               AT END
                   MOVE "END OF JOURNAL" TO WS-STOP-REASON
                   MOVE "Y" TO WS-STOP-SW
                   GO TO 2000-PROCESS-ENTRY-EXIT
           END-READ.
           ADD 1 TO WS-JRNL-READ-CT.

           PERFORM 2100-EDIT-ENTRY
               THRU 2100-EDIT-ENTRY-EXIT.
           IF WS-STOP-YES
               GO TO 2000-PROCESS-ENTRY-EXIT
           END-IF.

           MOVE CJ-JOURNAL-DATE TO WS-ENTRY-DATE.
           MOVE CJ-JOURNAL-TIME TO WS-ENTRY-TIME.

           IF WS-ENTRY-POINT > RV-STOP-POINT
               MOVE "RECOVERY POINT REACHED" TO WS-STOP-REASON
               MOVE "Y" TO WS-STOP-SW
               GO TO 2000-PROCESS-ENTRY-EXIT
           END-IF.

           PERFORM 2200-FIND-PROGRAM
               THRU 2200-FIND-PROGRAM-EXIT.
           IF WS-STOP-YES
               GO TO 2000-PROCESS-ENTRY-EXIT
           END-IF.

           PERFORM 2300-CHECK-SEQUENCE
               THRU 2300-CHECK-SEQUENCE-EXIT.
           IF WS-STOP-YES
               GO TO 2000-PROCESS-ENTRY-EXIT
           END-IF.

           ADD 1 TO WS-PG-READ-CT (WS-PG-IDX).
           MOVE WS-ENTRY-POINT TO WS-PREV-POINT.

           IF NOT WS-ENTRY-POINT > RV-BACKUP-POINT
               ADD 1 TO WS-BEFORE-BACKUP-CT
               ADD 1 TO WS-PG-BEFORE-CT (WS-PG-IDX)
               GO TO 2000-PROCESS-ENTRY-EXIT
           END-IF.

           IF CJ-ACTION-CHANGE
               PERFORM 3000-APPLY-CHANGE
                   THRU 3000-APPLY-CHANGE-EXIT
           ELSE
               PERFORM 3500-APPLY-DELETE
                   THRU 3500-APPLY-DELETE-EXIT
           END-IF.

           ADD 1 TO WS-APPLIED-CT.
           ADD 1 TO WS-PG-APPLIED-CT (WS-PG-IDX).
           MOVE WS-ENTRY-POINT TO WS-LAST-APPLIED-POINT.
       2000-PROCESS-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    2100-EDIT-ENTRY - A RECORD THAT DID NOT READ CLEAN, HAS NO   *
      *    END MARK, CARRIES NON-NUMERIC CONTROL FIELDS OR AN UNKNOWN   *
      *    ACTION, OR WHOSE IMAGES BELONG TO ANOTHER CUSTOMER WAS NOT   *
      *    WRITTEN WHOLE - NOTHING FROM IT ON CAN BE TRUSTED.           *
      ******************************************************************
       2100-EDIT-ENTRY.
           IF WS-CUSTJRNL-STATUS NOT = "00"
               MOVE "TORN JOURNAL RECORD - SHORT OR BAD READ"
                                       TO WS-STOP-REASON
               DISPLAY "AD028RCV - JOURNAL READ STATUS "
                       WS-CUSTJRNL-STATUS
               GO TO 2150-TORN
           END-IF.

           IF NOT CJ-RECORD-COMPLETE
               MOVE "TORN JOURNAL RECORD - NO END MARK"
                                       TO WS-STOP-REASON
               GO TO 2150-TORN
           END-IF.

           IF CJ-JOURNAL-DATE NOT NUMERIC
                  OR CJ-JOURNAL-TIME NOT NUMERIC
                  OR CJ-RUN-DATE NOT NUMERIC
                  OR CJ-RUN-TIME NOT NUMERIC
                  OR CJ-RUN-SEQUENCE NOT NUMERIC
                  OR CJ-CUSTOMER-ID NOT NUMERIC
                  OR NOT CJ-ACTION-VALID
               MOVE "TORN JOURNAL RECORD - BAD CONTROL FIELD"
                                       TO WS-STOP-REASON
               GO TO 2150-TORN
           END-IF.

           IF CJ-BEFORE-CUSTOMER-ID NOT = CJ-CUSTOMER-ID
               MOVE "TORN JOURNAL RECORD - BEFORE-IMAGE KEY"
                                       TO WS-STOP-REASON
               GO TO 2150-TORN
           END-IF.

           IF CJ-ACTION-CHANGE
                  AND CJ-AFTER-CUSTOMER-ID NOT = CJ-CUSTOMER-ID
               MOVE "TORN JOURNAL RECORD - AFTER-IMAGE KEY"
                                       TO WS-STOP-REASON
               GO TO 2150-TORN
           END-IF.

           GO TO 2100-EDIT-ENTRY-EXIT.

       2150-TORN.
           MOVE "Y" TO WS-STOP-SW.
           MOVE "Y" TO WS-BAD-STOP-SW.
       2100-EDIT-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    2200-FIND-PROGRAM - POINT WS-PG-IDX AT THE ENTRY'S UPDATING  *
      *    PROGRAM, ADDING IT THE FIRST TIME IT IS SEEN.  A FULL TABLE  *
      *    STOPS THE RUN - THE SEQUENCE CHECK CANNOT BE MADE WITHOUT    *
      *    IT.                                                          *
      ******************************************************************
       2200-FIND-PROGRAM.
           MOVE "N"  TO WS-PG-FOUND-SW.
           MOVE ZERO TO WS-PG-HIT.
           PERFORM 2250-CHECK-ONE-PROGRAM
               THRU 2250-CHECK-ONE-PROGRAM-EXIT
               VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-USED
                  OR WS-PG-FOUND-YES.

           IF WS-PG-FOUND-YES
               SET WS-PG-IDX TO WS-PG-HIT
               GO TO 2200-FIND-PROGRAM-EXIT
           END-IF.

           IF WS-PG-USED NOT LESS THAN 20
               MOVE "PROGRAM TABLE FULL" TO WS-STOP-REASON
               MOVE "Y" TO WS-STOP-SW
               MOVE "Y" TO WS-BAD-STOP-SW
               GO TO 2200-FIND-PROGRAM-EXIT
           END-IF.

           ADD 1 TO WS-PG-USED.
           SET WS-PG-IDX TO WS-PG-USED.
           MOVE CJ-PROGRAM-ID TO WS-PG-PROGRAM-ID (WS-PG-IDX).
           MOVE ZERO          TO WS-PG-RUN-DATE (WS-PG-IDX).
           MOVE ZERO          TO WS-PG-RUN-TIME (WS-PG-IDX).
           MOVE ZERO          TO WS-PG-LAST-SEQ (WS-PG-IDX).
           MOVE ZERO          TO WS-PG-READ-CT (WS-PG-IDX).
           MOVE ZERO          TO WS-PG-BEFORE-CT (WS-PG-IDX).
           MOVE ZERO          TO WS-PG-APPLIED-CT (WS-PG-IDX).
           MOVE ZERO          TO WS-PG-MISMATCH-CT (WS-PG-IDX).
       2200-FIND-PROGRAM-EXIT.
           EXIT.

       2250-CHECK-ONE-PROGRAM.
           IF WS-PG-PROGRAM-ID (WS-PG-IDX) = CJ-PROGRAM-ID
               MOVE "Y" TO WS-PG-FOUND-SW
               SET WS-PG-HIT TO WS-PG-IDX
           END-IF.
       2250-CHECK-ONE-PROGRAM-EXIT.
           EXIT.

      ******************************************************************
      *    2300-CHECK-SEQUENCE - THE JOURNAL IS IN COMMIT ORDER, SO AN  *
      *    ENTRY COMMITTED BEFORE THE ONE AHEAD OF IT IS OUT OF PLACE.  *
      *    WITHIN A BATCH RUN THE ENTRIES ARE NUMBERED 1, 2, 3 ... - A  *
      *    GAP OR A REPEAT MEANS AN ENTRY WAS LOST OR WRITTEN TWICE,    *
      *    AND A NEW RUN MUST START AT 1.  THE FIRST ENTRY SEEN FOR A   *
      *    PROGRAM MAY PICK UP MID-RUN ONLY WHILE IT IS STILL BEFORE    *
      *    THE BACKUP.  ONLINE ENTRIES (NUMBER ZERO) STAND ALONE.       *
      ******************************************************************
       2300-CHECK-SEQUENCE.
           IF WS-ENTRY-POINT < WS-PREV-POINT
               MOVE "OUT OF SEQUENCE - BEFORE PRIOR ENTRY"
                                    TO WS-STOP-REASON
               GO TO 2350-OUT-OF-SEQUENCE
           END-IF.

           IF CJ-ONLINE-ENTRY
               GO TO 2300-CHECK-SEQUENCE-EXIT
           END-IF.

           IF CJ-RUN-DATE = WS-PG-RUN-DATE (WS-PG-IDX)
                  AND CJ-RUN-TIME = WS-PG-RUN-TIME (WS-PG-IDX)
               IF CJ-RUN-SEQUENCE NOT = WS-PG-LAST-SEQ (WS-PG-IDX) + 1
                   MOVE "OUT OF SEQUENCE - BREAK IN RUN NUMBERING"
                                    TO WS-STOP-REASON
                   GO TO 2350-OUT-OF-SEQUENCE
               END-IF
           ELSE
               IF CJ-RUN-SEQUENCE NOT = 1
                      AND (WS-PG-RUN-DATE (WS-PG-IDX) NOT = ZERO
                           OR WS-ENTRY-POINT > RV-BACKUP-POINT)
                   MOVE "OUT OF SEQUENCE - RUN NOT STARTED AT 1"
                                    TO WS-STOP-REASON
                   GO TO 2350-OUT-OF-SEQUENCE
               END-IF
           END-IF.

           MOVE CJ-RUN-DATE     TO WS-PG-RUN-DATE (WS-PG-IDX).
           MOVE CJ-RUN-TIME     TO WS-PG-RUN-TIME (WS-PG-IDX).
           MOVE CJ-RUN-SEQUENCE TO WS-PG-LAST-SEQ (WS-PG-IDX).
           GO TO 2300-CHECK-SEQUENCE-EXIT.

       2350-OUT-OF-SEQUENCE.
           MOVE "Y" TO WS-STOP-SW.
           MOVE "Y" TO WS-BAD-STOP-SW.
       2300-CHECK-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-APPLY-CHANGE - BRING THE MASTER TO THE AFTER-IMAGE.  A  *
      *    MASTER MISSING FROM THE BACKUP IS ADDED; ONE THAT DIFFERS    *
      *    FROM THE BEFORE-IMAGE IS OVERLAID.  BOTH ARE MISMATCHES.     *
      ******************************************************************
       3000-APPLY-CHANGE.
           MOVE CJ-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "NOT ON BACKUP - ADDED FROM AFTER-IMAGE"
                                        TO WS-CONDITION
                   PERFORM 6000-REPORT-MISMATCH
                       THRU 6000-REPORT-MISMATCH-EXIT
                   MOVE CJ-AFTER-IMAGE  TO CUSTOMER-MASTER-RECORD
                   WRITE CUSTOMER-MASTER-RECORD
                   IF WS-CUSTMAS-STATUS NOT = "00"
                       DISPLAY "AD028RCV - MASTER WRITE ERROR "
                               WS-CUSTMAS-STATUS " FOR "
                               CJ-CUSTOMER-ID
                       GO TO 9999-ABEND
                   END-IF
                   GO TO 3000-APPLY-CHANGE-EXIT
           END-READ.

           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD028RCV - MASTER READ ERROR "
                       WS-CUSTMAS-STATUS " FOR " CJ-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.

           IF CUSTOMER-MASTER-RECORD NOT = CJ-BEFORE-IMAGE
               MOVE "MASTER DIFFERS FROM BEFORE-IMAGE"
                                        TO WS-CONDITION
               PERFORM 6000-REPORT-MISMATCH
                   THRU 6000-REPORT-MISMATCH-EXIT
           END-IF.

           MOVE CJ-AFTER-IMAGE TO CUSTOMER-MASTER-RECORD.
           REWRITE CUSTOMER-MASTER-RECORD.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD028RCV - MASTER REWRITE ERROR "
                       WS-CUSTMAS-STATUS " FOR " CJ-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.
       3000-APPLY-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      *    3500-APPLY-DELETE - REMOVE THE MASTER.  ONE ALREADY GONE, OR *
      *    THAT DIFFERS FROM THE BEFORE-IMAGE, IS A MISMATCH.           *
      ******************************************************************
       3500-APPLY-DELETE.
           MOVE CJ-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "NOT ON BACKUP - DELETE HAS NOTHING TO DO"
                                        TO WS-CONDITION
                   PERFORM 6000-REPORT-MISMATCH
                       THRU 6000-REPORT-MISMATCH-EXIT
                   GO TO 3500-APPLY-DELETE-EXIT
           END-READ.

           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD028RCV - MASTER READ ERROR "
                       WS-CUSTMAS-STATUS " FOR " CJ-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.

           IF CUSTOMER-MASTER-RECORD NOT = CJ-BEFORE-IMAGE
               MOVE "MASTER DIFFERS FROM BEFORE-IMAGE"
                                        TO WS-CONDITION
               PERFORM 6000-REPORT-MISMATCH
                   THRU 6000-REPORT-MISMATCH-EXIT
           END-IF.

           DELETE CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD028RCV - MASTER DELETE ERROR "
                       WS-CUSTMAS-STATUS " FOR " CJ-CUSTOMER-ID
               GO TO 9999-ABEND
           END-IF.
       3500-APPLY-DELETE-EXIT.
           EXIT.

      ******************************************************************
      *    6000-REPORT-MISMATCH - ONE MISMATCH LINE FOR THE ENTRY IN    *
      *    HAND (WS-CONDITION SET BY THE CALLER)                        *
      ******************************************************************
       6000-REPORT-MISMATCH.
           ADD 1 TO WS-MISMATCH-CT.
           ADD 1 TO WS-PG-MISMATCH-CT (WS-PG-IDX).
           MOVE WS-CONDITION TO DT-CONDITION.
           PERFORM 6100-WRITE-ENTRY-LINE
               THRU 6100-WRITE-ENTRY-LINE-EXIT.
       6000-REPORT-MISMATCH-EXIT.
           EXIT.

      ******************************************************************
      *    6100-WRITE-ENTRY-LINE - PRINT THE JOURNAL ENTRY IN HAND      *
      *    UNDER THE CONDITION ALREADY IN DT-CONDITION.  THE FIELDS     *
      *    ARE SHOWN AS WRITTEN, SO A TORN ENTRY PRINTS WHAT IT HOLDS.  *
      ******************************************************************
       6100-WRITE-ENTRY-LINE.
           MOVE WS-JRNL-READ-CT TO DT-RECORD-NO.
           MOVE CJ-JOURNAL-DATE TO DT-JRNL-DATE.
           MOVE CJ-JOURNAL-TIME TO DT-JRNL-TIME.
           MOVE CJ-PROGRAM-ID   TO DT-PROGRAM-ID.
           MOVE CJ-CUSTOMER-ID  TO DT-CUSTOMER-ID.
           MOVE CJ-ACTION       TO DT-ACTION.
           WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-LINE.
       6100-WRITE-ENTRY-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    7000-WRITE-SUMMARY - COUNTS BY UPDATING PROGRAM AND IN       *
      *    TOTAL, THEN WHERE AND WHY THE RUN ENDED                      *
      ******************************************************************
       7000-WRITE-SUMMARY.
           IF WS-MISMATCH-CT = ZERO
               MOVE "NONE"            TO NL-TEXT
               WRITE RECOVERY-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

           MOVE "JOURNAL ENTRIES BY UPDATING PROGRAM" TO SC-TITLE.
           WRITE RECOVERY-REPORT-LINE FROM WS-SECTION-LINE.
           WRITE RECOVERY-REPORT-LINE FROM WS-SUMMARY-HEADING.

           PERFORM 7100-WRITE-ONE-PROGRAM
               THRU 7100-WRITE-ONE-PROGRAM-EXIT
               VARYING WS-PG-IDX FROM 1 BY 1
               UNTIL WS-PG-IDX > WS-PG-USED.

           MOVE "TOTAL"              TO PS-PROGRAM-ID.
           MOVE WS-JRNL-READ-CT      TO PS-READ-CT.
           MOVE WS-BEFORE-BACKUP-CT  TO PS-BEFORE-CT.
           MOVE WS-APPLIED-CT        TO PS-APPLIED-CT.
           MOVE WS-MISMATCH-CT       TO PS-MISMATCH-CT.
           WRITE RECOVERY-REPORT-LINE FROM WS-SUMMARY-LINE.

           MOVE "RECOVERY ENDED" TO SC-TITLE.
           WRITE RECOVERY-REPORT-LINE FROM WS-SECTION-LINE.
           MOVE WS-STOP-REASON   TO NL-TEXT.
           WRITE RECOVERY-REPORT-LINE FROM WS-NOTE-LINE.

      *    ANYTHING BUT A CLEAN END OF JOURNAL STOPPED ON AN ENTRY -
      *    SHOW IT.  IT WAS NOT APPLIED, NOR WAS ANYTHING AFTER IT.
           IF WS-STOP-REASON NOT = "END OF JOURNAL"
               WRITE RECOVERY-REPORT-LINE FROM WS-DETAIL-HEADING
               MOVE "NOT APPLIED - NOR ANY ENTRY AFTER IT"
                                     TO DT-CONDITION
               PERFORM 6100-WRITE-ENTRY-LINE
                   THRU 6100-WRITE-ENTRY-LINE-EXIT
           END-IF.

           IF WS-APPLIED-CT = ZERO
               MOVE "NO JOURNAL ENTRY APPLIED - MASTER IS AS RESTORED"
                                     TO NL-TEXT
               WRITE RECOVERY-REPORT-LINE FROM WS-NOTE-LINE
           ELSE
               MOVE "MASTER RECOVERED THROUGH" TO PL-LABEL
               MOVE WS-LAST-APPLIED-DATE      TO PL-DATE
               MOVE WS-LAST-APPLIED-TIME      TO PL-TIME
               WRITE RECOVERY-REPORT-LINE FROM WS-POINT-LINE
           END-IF.
       7000-WRITE-SUMMARY-EXIT.
           EXIT.

       7100-WRITE-ONE-PROGRAM.
           MOVE WS-PG-PROGRAM-ID (WS-PG-IDX)  TO PS-PROGRAM-ID.
           MOVE WS-PG-READ-CT (WS-PG-IDX)     TO PS-READ-CT.
           MOVE WS-PG-BEFORE-CT (WS-PG-IDX)   TO PS-BEFORE-CT.
           MOVE WS-PG-APPLIED-CT (WS-PG-IDX)  TO PS-APPLIED-CT.
           MOVE WS-PG-MISMATCH-CT (WS-PG-IDX) TO PS-MISMATCH-CT.
           WRITE RECOVERY-REPORT-LINE FROM WS-SUMMARY-LINE.
       7100-WRITE-ONE-PROGRAM-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - REPORT, CLOSE FILES, AND SET THE RETURN     *
      *    CODE                                                         *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 7000-WRITE-SUMMARY
               THRU 7000-WRITE-SUMMARY-EXIT.

           DISPLAY "AD028RCV - JOURNAL ENTRIES READ " WS-JRNL-READ-CT.
           DISPLAY "AD028RCV - BEFORE THE BACKUP    "
                   WS-BEFORE-BACKUP-CT.
           DISPLAY "AD028RCV - ENTRIES APPLIED      " WS-APPLIED-CT.
           DISPLAY "AD028RCV - MISMATCHES           " WS-MISMATCH-CT.
           DISPLAY "AD028RCV - " WS-STOP-REASON.

           CLOSE CUSTOMER-JOURNAL.
           CLOSE CUSTOMER-MASTER.
           CLOSE RECOVERY-RPT.

           IF WS-BAD-STOP-YES
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WS-MISMATCH-CT > ZERO
                   MOVE 4 TO RETURN-CODE
               ELSE
                   MOVE ZERO TO RETURN-CODE
               END-IF
           END-IF.
       8000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - FATAL PARAMETER OR FILE ERROR                   *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
