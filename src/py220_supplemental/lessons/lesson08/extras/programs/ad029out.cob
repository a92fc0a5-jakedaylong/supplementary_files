      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD029OUT                                        *
      *   TITLE:       OUTBOUND ADDRESS-CHANGE INTERFACE BUILD         *
      *                                                                *
      *   NARRATIVE:   NIGHTLY.  BILLING, CRM, AND THE STATEMENT       *
      *                VENDOR EACH KEEP THEIR OWN COPY OF THE CUSTOMER *
      *                ADDRESS.  THIS PROGRAM READS THE DAY'S          *
      *                ADDRESS-CHANGE DELTA FEED (ADDRDLTA) AND WRITES *
      *                ONE INTERFACE DETAIL (COPY ADRIFC) PER CUSTOMER *
      *                CHANGED TODAY, FROM ANY SOURCE, CARRYING THE    *
      *                FULL AFTER-IMAGE FROM THE MASTER - EVERY        *
      *                ADDRESS SLOT IN ITS DOMESTIC OR FOREIGN LAYOUT, *
      *                THE MAILING PREFERENCE, AND THE BAD-ADDRESS     *
      *                SWITCH.  A CUSTOMER NO LONGER ON THE MASTER IS  *
      *                SENT AS RETIRED.  THE FILE IS FRAMED BY A       *
      *                HEADER CARRYING THE NEXT FILE SEQUENCE NUMBER   *
      *                FROM THE IFCLOG INTERFACE LOG AND A TRAILER     *
      *                WITH THE DETAIL COUNT AND CUSTOMER-ID HASH      *
      *                TOTAL.  THE LOG KEEPS THE FILE'S TOTALS AND     *
      *                CUSTOMERS SO AD030ACK CAN RECONCILE THE         *
      *                RECEIVERS' ACKNOWLEDGMENTS AGAINST IT.          *
      *                                                                *
      *                REGENERATE MODE (IFCPARM RUN MODE "R")          *
      *                REBUILDS A NAMED FILE FOR RESENDING: SAME       *
      *                SEQUENCE NUMBER, SAME CUSTOMERS (FROM THE LOG), *
      *                TODAY'S IMAGE OF EACH, HEADER MARKED AS A       *
      *                RESEND.  THE RECEIVER'S ACK SLOT GOES BACK TO   *
      *                AWAITED.  A REGENERATION FILES NO RUN-CONTROL   *
      *                RECORD - IT IS NOT PART OF THE NIGHTLY STREAM.  *
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
       PROGRAM-ID.                 AD029OUT.
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

           SELECT ADDRESS-DELTA    ASSIGN TO ADDRDLTA
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS DL-KEY
               FILE STATUS IS WS-ADDRDLTA-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT INTERFACE-LOG    ASSIGN TO IFCLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IL-KEY
               FILE STATUS IS WS-IFCLOG-STATUS.

           SELECT ADDRESS-INTERFACE ASSIGN TO ADRIFC
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADRIFC-STATUS.

           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY IFCPARM.

       FD  ADDRESS-DELTA
           LABEL RECORDS ARE STANDARD.
           COPY ADDRDLT.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.

       FD  INTERFACE-LOG
           LABEL RECORDS ARE STANDARD.
           COPY IFCLOG.

       FD  ADDRESS-INTERFACE
           LABEL RECORDS ARE STANDARD.
           COPY ADRIFC.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  WS-IFCPARM-STATUS        PIC XX              VALUE "00".
       77  WS-ADDRDLTA-STATUS       PIC XX              VALUE "00".
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-IFCLOG-STATUS         PIC XX              VALUE "00".
       77  WS-ADRIFC-STATUS         PIC XX              VALUE "00".
       77  WS-RUNCTL-STATUS         PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-RUN-MODE              PIC X(01)           VALUE "N".
           88 WS-MODE-NIGHTLY              VALUE "N".
           88 WS-MODE-REGENERATE           VALUE "R".
       77  WS-RESEND-RECEIVER       PIC X(04)           VALUE SPACES.
       77  WS-FILE-SEQUENCE         PIC 9(07)           VALUE ZERO.
       77  WS-ORIGINAL-DATE         PIC 9(08)           VALUE ZERO.
       77  WS-LAST-CUSTOMER-ID      PIC 9(09)           VALUE ZERO.
       77  WS-DETAIL-ACTION         PIC X(01)           VALUE SPACE.
       77  WS-RCV-HIT               PIC 9(01)           VALUE ZERO.
       77  WS-RCV-SUB               PIC 9(01) COMP      VALUE ZERO.
       77  WS-DELTA-READ-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-DETAIL-CT             PIC 9(07) COMP      VALUE ZERO.
       77  WS-CHANGE-CT             PIC 9(07) COMP      VALUE ZERO.
       77  WS-RETIRED-CT            PIC 9(07) COMP      VALUE ZERO.
       77  WS-CUSTOMER-HASH         PIC 9(15)           VALUE ZERO.
       77  WS-GATE-CALLER-ID        PIC X(08)          VALUE "AD029OUT".
       77  WS-GATE-RC               PIC 9(02)           VALUE ZERO.

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(06).

      *    THE RECEIVING SYSTEMS.  EVERY NEW FILE ENTRY GETS ONE ACK
      *    SLOT PER RECEIVER, IN THIS ORDER; AD030ACK MATCHES THE ACKS
      *    BY THE ID STAMPED IN THE SLOT, NOT BY POSITION.
       01  WS-RECEIVER-VALUES.
           05 FILLER                PIC X(04)  VALUE "BILL".
           05 FILLER                PIC X(04)  VALUE "CRM ".
           05 FILLER                PIC X(04)  VALUE "STMT".
       01  WS-RECEIVER-TABLE REDEFINES WS-RECEIVER-VALUES.
           05 WS-RECEIVER-ID        PIC X(04)  OCCURS 3 TIMES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - PROGRAM CONTROL                              *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           IF WS-MODE-REGENERATE
               PERFORM 3000-REGENERATE-ONE
                   THRU 3000-REGENERATE-ONE-EXIT
                   UNTIL WS-EOF-YES
           ELSE
               PERFORM 2000-PROCESS-DELTA
                   THRU 2000-PROCESS-DELTA-EXIT
                   UNTIL WS-EOF-YES
           END-IF.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - READ THE RUN OPTIONS, OPEN FILES, ISSUE    *
      *    OR LOOK UP THE FILE SEQUENCE NUMBER, AND WRITE THE HEADER    *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           PERFORM 1100-READ-RUN-OPTIONS
               THRU 1100-READ-RUN-OPTIONS-EXIT.

           IF WS-MODE-NIGHTLY
               CALL "AD022GAT" USING WS-GATE-CALLER-ID
                                      WS-GATE-RC
               IF WS-GATE-RC NOT LESS THAN 8
                   DISPLAY "AD029OUT - PREREQUISITE GATE REFUSED "
                           "THE RUN"
                   MOVE 8 TO RETURN-CODE
                   GOBACK
               END-IF
           END-IF.

           OPEN I-O    INTERFACE-LOG.
           IF WS-IFCLOG-STATUS NOT = "00"
               DISPLAY "AD029OUT - INTERFACE LOG OPEN ERROR "
                       WS-IFCLOG-STATUS
               GO TO 9999-ABEND
           END-IF.

           IF WS-MODE-REGENERATE
               PERFORM 1300-FIND-REGEN-FILE
                   THRU 1300-FIND-REGEN-FILE-EXIT
           ELSE
               PERFORM 1200-ISSUE-SEQUENCE
                   THRU 1200-ISSUE-SEQUENCE-EXIT
           END-IF.

           IF WS-MODE-NIGHTLY
               OPEN INPUT  ADDRESS-DELTA
               IF WS-ADDRDLTA-STATUS NOT = "00"
                   DISPLAY "AD029OUT - ADDRESS DELTA OPEN ERROR "
                           WS-ADDRDLTA-STATUS
                   GO TO 9999-ABEND
               END-IF
           END-IF.

           OPEN INPUT  CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD029OUT - CUSTOMER MASTER OPEN ERROR "
                       WS-CUSTMAS-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT ADDRESS-INTERFACE.
           IF WS-ADRIFC-STATUS NOT = "00"
               DISPLAY "AD029OUT - INTERFACE FILE OPEN ERROR "
                       WS-ADRIFC-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 4000-WRITE-HEADER
               THRU 4000-WRITE-HEADER-EXIT.

           IF WS-MODE-REGENERATE
               PERFORM 3100-READ-LOG-CUSTOMER
                   THRU 3100-READ-LOG-CUSTOMER-EXIT
           ELSE
               PERFORM 2100-READ-DELTA
                   THRU 2100-READ-DELTA-EXIT
           END-IF.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1100-READ-RUN-OPTIONS - AN EMPTY OR MISSING PARAMETER FILE   *
      *    MEANS THE NIGHTLY BUILD.  A REGENERATION MUST NAME A FILE.   *
      ******************************************************************
       1100-READ-RUN-OPTIONS.
           MOVE "N" TO WS-RUN-MODE.

           OPEN INPUT  PARM-FILE.
           IF WS-IFCPARM-STATUS NOT = "00"
               GO TO 1100-READ-RUN-OPTIONS-EXIT
           END-IF.

           READ PARM-FILE
               AT END
                   CLOSE PARM-FILE
                   GO TO 1100-READ-RUN-OPTIONS-EXIT
           END-READ.
           CLOSE PARM-FILE.

           IF IP-MODE-NIGHTLY
               GO TO 1100-READ-RUN-OPTIONS-EXIT
           END-IF.

           IF NOT IP-MODE-REGENERATE
               DISPLAY "AD029OUT - INVALID RUN MODE " IP-RUN-MODE
               GO TO 9999-ABEND
           END-IF.

           IF IP-FILE-SEQUENCE NOT NUMERIC
                  OR IP-FILE-SEQUENCE = ZERO
               DISPLAY "AD029OUT - REGENERATE NAMES NO FILE SEQUENCE"
               GO TO 9999-ABEND
           END-IF.

           MOVE "R"              TO WS-RUN-MODE.
           MOVE IP-FILE-SEQUENCE TO WS-FILE-SEQUENCE.
           MOVE IP-RECEIVER-ID   TO WS-RESEND-RECEIVER.
       1100-READ-RUN-OPTIONS-EXIT.
           EXIT.

      ******************************************************************
      *    1200-ISSUE-SEQUENCE - TONIGHT'S FILE TAKES THE NEXT NUMBER   *
      *    AFTER THE LAST ONE ON THE CONTROL ENTRY.  THE CONTROL ENTRY  *
      *    IS ONLY ADVANCED AT NORMAL END OF JOB, SO A RERUN AFTER AN   *
      *    ABEND REUSES THE NUMBER; A SECOND COMPLETE BUILD ON THE      *
      *    SAME DATE IS REFUSED - USE A REGENERATION TO RESEND.         *
      ******************************************************************
       1200-ISSUE-SEQUENCE.
           MOVE ZERO TO IL-FILE-SEQUENCE.
           MOVE ZERO TO IL-CUSTOMER-ID.
           READ INTERFACE-LOG
               INVALID KEY
                   PERFORM 1250-START-CONTROL-ENTRY
                       THRU 1250-START-CONTROL-ENTRY-EXIT
           END-READ.

           IF IL-LAST-BUILD-DATE = WS-CURRENT-DATE
               DISPLAY "AD029OUT - FILE " IL-LAST-SEQUENCE
                       " ALREADY BUILT TODAY - REGENERATE IT TO RESEND"
               CLOSE INTERFACE-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           COMPUTE WS-FILE-SEQUENCE = IL-LAST-SEQUENCE + 1.
           MOVE WS-CURRENT-DATE TO WS-ORIGINAL-DATE.
       1200-ISSUE-SEQUENCE-EXIT.
           EXIT.

      ******************************************************************
      *    1250-START-CONTROL-ENTRY - FIRST BUILD EVER.  NO FILE HAS    *
      *    BEEN ISSUED, SO TONIGHT'S IS FILE 1.                         *
      ******************************************************************
       1250-START-CONTROL-ENTRY.
           MOVE SPACES TO INTERFACE-LOG-RECORD.
           MOVE ZERO   TO IL-FILE-SEQUENCE.
           MOVE ZERO   TO IL-CUSTOMER-ID.
           MOVE ZERO   TO IL-LAST-SEQUENCE.
           MOVE ZERO   TO IL-LAST-BUILD-DATE.
           MOVE ZERO   TO IL-LAST-BUILD-TIME.

           WRITE INTERFACE-LOG-RECORD.
           IF WS-IFCLOG-STATUS NOT = "00"
               DISPLAY "AD029OUT - INTERFACE LOG WRITE ERROR "
                       WS-IFCLOG-STATUS
               GO TO 9999-ABEND
           END-IF.

           DISPLAY "AD029OUT - NEW INTERFACE LOG CONTROL ENTRY".
       1250-START-CONTROL-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    1300-FIND-REGEN-FILE - THE FILE BEING REGENERATED MUST HAVE  *
      *    COMPLETED (ITS FILE ENTRY IS ON THE LOG), AND A NAMED        *
      *    RECEIVER MUST BE ONE OF ITS RECEIVERS.                       *
      ******************************************************************
       1300-FIND-REGEN-FILE.
           MOVE WS-FILE-SEQUENCE TO IL-FILE-SEQUENCE.
           MOVE ZERO             TO IL-CUSTOMER-ID.
           READ INTERFACE-LOG
               INVALID KEY
                   DISPLAY "AD029OUT - FILE " WS-FILE-SEQUENCE
                           " WAS NEVER COMPLETED - NOTHING TO "
                           "REGENERATE"
                   CLOSE INTERFACE-LOG
                   MOVE 8 TO RETURN-CODE
                   GOBACK
           END-READ.

           MOVE IL-CREATE-DATE TO WS-ORIGINAL-DATE.

           IF WS-RESEND-RECEIVER = SPACES
               GO TO 1300-FIND-REGEN-FILE-EXIT
           END-IF.

           PERFORM 5100-FIND-RECEIVER
               THRU 5100-FIND-RECEIVER-EXIT.
           IF WS-RCV-HIT = ZERO
               DISPLAY "AD029OUT - " WS-RESEND-RECEIVER
                       " IS NOT A RECEIVER OF FILE " WS-FILE-SEQUENCE
               CLOSE INTERFACE-LOG
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
       1300-FIND-REGEN-FILE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-DELTA - ONE DETAIL PER CUSTOMER.  THE DELTA IS  *
      *    READ IN KEY ORDER, SO ALL OF A CUSTOMER'S ENTRIES ARE        *
      *    TOGETHER; ONLY THE FIRST ENTRY FOR EACH CUSTOMER WRITES.     *
      ******************************************************************
       2000-PROCESS-DELTA.
           ADD 1 TO WS-DELTA-READ-CT.

           IF WS-DETAIL-CT > ZERO
                  AND DL-CUSTOMER-ID = WS-LAST-CUSTOMER-ID
               GO TO 2080-NEXT-DELTA
           END-IF.

           MOVE DL-CUSTOMER-ID TO WS-LAST-CUSTOMER-ID.
           MOVE DL-CUSTOMER-ID TO CM-CUSTOMER-ID.
           PERFORM 5000-WRITE-DETAIL
               THRU 5000-WRITE-DETAIL-EXIT.

      *    THE CUSTOMER ENTRY IS WHAT A LATER REGENERATION REBUILDS
      *    FROM.  A RERUN OF AN ABENDED BUILD FINDS ITS OWN ENTRIES.
           MOVE SPACES           TO INTERFACE-LOG-RECORD.
           MOVE WS-FILE-SEQUENCE TO IL-FILE-SEQUENCE.
           MOVE DL-CUSTOMER-ID   TO IL-CUSTOMER-ID.
           MOVE WS-DETAIL-ACTION TO IL-DETAIL-ACTION.
           WRITE INTERFACE-LOG-RECORD
               INVALID KEY
                   REWRITE INTERFACE-LOG-RECORD
           END-WRITE.
           IF WS-IFCLOG-STATUS NOT = "00"
               DISPLAY "AD029OUT - INTERFACE LOG WRITE ERROR "
                       WS-IFCLOG-STATUS
               GO TO 9999-ABEND
           END-IF.

       2080-NEXT-DELTA.
           PERFORM 2100-READ-DELTA
               THRU 2100-READ-DELTA-EXIT.
       2000-PROCESS-DELTA-EXIT.
           EXIT.

       2100-READ-DELTA.
           READ ADDRESS-DELTA NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-READ-DELTA-EXIT.
           EXIT.

      ******************************************************************
      *    3000-REGENERATE-ONE - REBUILD ONE CUSTOMER OF THE NAMED      *
      *    FILE FROM TODAY'S MASTER                                     *
      ******************************************************************
       3000-REGENERATE-ONE.
           MOVE IL-CUSTOMER-ID TO CM-CUSTOMER-ID.
           PERFORM 5000-WRITE-DETAIL
               THRU 5000-WRITE-DETAIL-EXIT.

           PERFORM 3100-READ-LOG-CUSTOMER
               THRU 3100-READ-LOG-CUSTOMER-EXIT.
       3000-REGENERATE-ONE-EXIT.
           EXIT.

      ******************************************************************
      *    3100-READ-LOG-CUSTOMER - NEXT CUSTOMER ENTRY OF THE FILE     *
      *    BEING REGENERATED.  THE FIRST CALL POSITIONS PAST THE FILE   *
      *    ENTRY (CUSTOMER 0); THE FILE ENDS AT THE NEXT SEQUENCE.      *
      ******************************************************************
       3100-READ-LOG-CUSTOMER.
           IF WS-DETAIL-CT = ZERO
               MOVE WS-FILE-SEQUENCE TO IL-FILE-SEQUENCE
               MOVE ZERO             TO IL-CUSTOMER-ID
               START INTERFACE-LOG
                   KEY IS GREATER THAN IL-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
                       GO TO 3100-READ-LOG-CUSTOMER-EXIT
               END-START
           END-IF.

           READ INTERFACE-LOG NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 3100-READ-LOG-CUSTOMER-EXIT
           END-READ.

           IF IL-FILE-SEQUENCE NOT = WS-FILE-SEQUENCE
               MOVE "Y" TO WS-EOF-SW
           END-IF.
       3100-READ-LOG-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      *    4000-WRITE-HEADER - THE HEADER CARRIES THE FILE SEQUENCE     *
      *    NUMBER, AND FOR A RESEND THE DATE THE FILE WAS FIRST BUILT   *
      ******************************************************************
       4000-WRITE-HEADER.
           MOVE SPACES           TO ADDRESS-INTERFACE-RECORD.
           SET AI-HEADER         TO TRUE.
           MOVE WS-FILE-SEQUENCE TO AI-FILE-SEQUENCE.
           MOVE "ADDRMAST"       TO AI-SOURCE-SYSTEM.
           MOVE WS-CURRENT-DATE  TO AI-CREATION-DATE.
           MOVE WS-CURRENT-TIME  TO AI-CREATION-TIME.
           MOVE WS-ORIGINAL-DATE TO AI-ORIGINAL-DATE.
           IF WS-MODE-REGENERATE
               SET AI-FILE-RESEND   TO TRUE
               MOVE WS-RESEND-RECEIVER
                                 TO AI-RESEND-RECEIVER
           ELSE
               SET AI-FILE-ORIGINAL TO TRUE
           END-IF.

           WRITE ADDRESS-INTERFACE-RECORD.
           IF WS-ADRIFC-STATUS NOT = "00"
               DISPLAY "AD029OUT - INTERFACE FILE WRITE ERROR "
                       WS-ADRIFC-STATUS
               GO TO 9999-ABEND
           END-IF.

           DISPLAY "AD029OUT - INTERFACE FILE SEQUENCE "
                   WS-FILE-SEQUENCE.
       4000-WRITE-HEADER-EXIT.
           EXIT.

      ******************************************************************
      *    4100-WRITE-TRAILER - DETAIL COUNT AND THE HASH TOTAL OF THE  *
      *    CUSTOMER IDS, FOR THE RECEIVER TO PROVE ITS LOAD AGAINST     *
      ******************************************************************
       4100-WRITE-TRAILER.
           MOVE SPACES           TO ADDRESS-INTERFACE-RECORD.
           SET AI-TRAILER        TO TRUE.
           MOVE WS-FILE-SEQUENCE TO AI-FILE-SEQUENCE.
           MOVE WS-DETAIL-CT     TO AI-DETAIL-COUNT.
           MOVE WS-CUSTOMER-HASH TO AI-CUSTOMER-HASH.

           WRITE ADDRESS-INTERFACE-RECORD.
           IF WS-ADRIFC-STATUS NOT = "00"
               DISPLAY "AD029OUT - INTERFACE FILE WRITE ERROR "
                       WS-ADRIFC-STATUS
               GO TO 9999-ABEND
           END-IF.
       4100-WRITE-TRAILER-EXIT.
           EXIT.

      ******************************************************************
      *    5000-WRITE-DETAIL - THE FULL AFTER-IMAGE OF THE CUSTOMER IN  *
      *    CM-CUSTOMER-ID, OR A RETIRED DETAIL WHEN IT IS NO LONGER ON  *
      *    THE MASTER                                                   *
      ******************************************************************
       5000-WRITE-DETAIL.
           MOVE SPACES           TO ADDRESS-INTERFACE-RECORD.
           SET AI-DETAIL         TO TRUE.
           MOVE WS-FILE-SEQUENCE TO AI-FILE-SEQUENCE.
           MOVE CM-CUSTOMER-ID   TO AI-CUSTOMER-ID.

           READ CUSTOMER-MASTER
               INVALID KEY
                   SET AI-ACTION-RETIRED TO TRUE
                   MOVE ZERO  TO AI-SEASONAL-START-MMDD
                   MOVE ZERO  TO AI-SEASONAL-END-MMDD
                   MOVE ZERO  TO AI-ADDRESS-COUNT
                   ADD 1      TO WS-RETIRED-CT
                   GO TO 5080-WRITE
           END-READ.

           SET AI-ACTION-CHANGE  TO TRUE.
           MOVE CM-CUSTOMER-NAME TO AI-CUSTOMER-NAME.
           MOVE CM-ADDR-BAD-SW   TO AI-ADDR-BAD-SW.
           MOVE CM-MAIL-PREF-CD  TO AI-MAIL-PREF-CD.
           MOVE CM-SEASONAL-START-MMDD
                                 TO AI-SEASONAL-START-MMDD.
           MOVE CM-SEASONAL-END-MMDD
                                 TO AI-SEASONAL-END-MMDD.
           MOVE CM-ADDRESS-COUNT TO AI-ADDRESS-COUNT.

           PERFORM 5050-COPY-ONE-SLOT
               THRU 5050-COPY-ONE-SLOT-EXIT
               VARYING CM-ADDR-IDX FROM 1 BY 1
               UNTIL CM-ADDR-IDX > CM-ADDRESS-COUNT.
           ADD 1 TO WS-CHANGE-CT.

       5080-WRITE.
           MOVE AI-ACTION     TO WS-DETAIL-ACTION.
           ADD AI-CUSTOMER-ID TO WS-CUSTOMER-HASH.
           WRITE ADDRESS-INTERFACE-RECORD.
           IF WS-ADRIFC-STATUS NOT = "00"
               DISPLAY "AD029OUT - INTERFACE FILE WRITE ERROR "
                       WS-ADRIFC-STATUS
               GO TO 9999-ABEND
           END-IF.

           ADD 1 TO WS-DETAIL-CT.
       5000-WRITE-DETAIL-EXIT.
           EXIT.

      ******************************************************************
      *    5050-COPY-ONE-SLOT - ONE MASTER ADDRESS SLOT INTO THE SAME   *
      *    SLOT OF THE DETAIL, THROUGH THE DOMESTIC OR THE FOREIGN      *
      *    VIEW OF LINE 2 (A BLANK COUNTRY IS DOMESTIC)                 *
      ******************************************************************
       5050-COPY-ONE-SLOT.
           SET AI-ADDR-IDX TO CM-ADDR-IDX.

           MOVE CM-ADDRESS-TYPE (CM-ADDR-IDX)
                                 TO AI-ADDRESS-TYPE (AI-ADDR-IDX).
           MOVE ADDRESS-LINE-1 OF CM-ADDRESS (CM-ADDR-IDX)
                                 TO AI-ADDRESS-LINE-1 (AI-ADDR-IDX).
           MOVE POSTAL-CODE OF CM-ADDRESS (CM-ADDR-IDX)
                                 TO AI-POSTAL-CODE (AI-ADDR-IDX).
           MOVE COUNTRY-CODE OF CM-ADDRESS (CM-ADDR-IDX)
                                 TO AI-COUNTRY-CODE (AI-ADDR-IDX).
           MOVE COUNTRY-NAME OF CM-ADDRESS (CM-ADDR-IDX)
                                 TO AI-COUNTRY-NAME (AI-ADDR-IDX).

           IF ADDR-COUNTRY-DOMESTIC OF CM-ADDRESS (CM-ADDR-IDX)
                  OR COUNTRY-CODE OF CM-ADDRESS (CM-ADDR-IDX) = SPACES
               SET AI-FORMAT-DOMESTIC (AI-ADDR-IDX) TO TRUE
               MOVE CITY OF CM-ADDRESS (CM-ADDR-IDX)
                                 TO AI-CITY (AI-ADDR-IDX)
               MOVE STATE OF CM-ADDRESS (CM-ADDR-IDX)
                                 TO AI-STATE (AI-ADDR-IDX)
               MOVE ZIP1 OF CM-ADDRESS (CM-ADDR-IDX)
                                 TO AI-ZIP1 (AI-ADDR-IDX)
               MOVE ZIP2 OF CM-ADDRESS (CM-ADDR-IDX)
                                 TO AI-ZIP2 (AI-ADDR-IDX)
           ELSE
               SET AI-FORMAT-FOREIGN (AI-ADDR-IDX) TO TRUE
               MOVE INTL-CITY OF CM-ADDRESS (CM-ADDR-IDX)
                                 TO AI-INTL-CITY (AI-ADDR-IDX)
               MOVE INTL-PROVINCE-OR-STATE OF CM-ADDRESS (CM-ADDR-IDX)
                                 TO AI-INTL-PROVINCE (AI-ADDR-IDX)
           END-IF.
       5050-COPY-ONE-SLOT-EXIT.
           EXIT.

      ******************************************************************
      *    5100-FIND-RECEIVER - LOCATE WS-RESEND-RECEIVER AMONG THE     *
      *    FILE ENTRY'S ACK SLOTS.  WS-RCV-HIT IS ZERO IF ABSENT.       *
      ******************************************************************
       5100-FIND-RECEIVER.
           MOVE ZERO TO WS-RCV-HIT.

           PERFORM 5110-CHECK-ONE-RECEIVER
               THRU 5110-CHECK-ONE-RECEIVER-EXIT
               VARYING IL-RCV-IDX FROM 1 BY 1
               UNTIL IL-RCV-IDX > 3.
       5100-FIND-RECEIVER-EXIT.
           EXIT.

       5110-CHECK-ONE-RECEIVER.
           IF IL-RECEIVER-ID (IL-RCV-IDX) = WS-RESEND-RECEIVER
               SET WS-RCV-HIT TO IL-RCV-IDX
           END-IF.
       5110-CHECK-ONE-RECEIVER-EXIT.
           EXIT.

      ******************************************************************
      *    6000-LOG-NEW-FILE - FILE ENTRY FOR TONIGHT'S FILE WITH ONE   *
      *    AWAITED ACK SLOT PER RECEIVER, THEN ADVANCE THE CONTROL      *
      *    ENTRY.  DONE LAST, SO ONLY A COMPLETE FILE IS EVER LOGGED.   *
      ******************************************************************
       6000-LOG-NEW-FILE.
           MOVE SPACES           TO INTERFACE-LOG-RECORD.
           MOVE WS-FILE-SEQUENCE TO IL-FILE-SEQUENCE.
           MOVE ZERO             TO IL-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE  TO IL-CREATE-DATE.
           MOVE WS-CURRENT-TIME  TO IL-CREATE-TIME.
           MOVE WS-DETAIL-CT     TO IL-DETAIL-COUNT.
           MOVE WS-CUSTOMER-HASH TO IL-CUSTOMER-HASH.
           MOVE ZERO             TO IL-RESEND-COUNT.
           MOVE ZERO             TO IL-LAST-RESEND-DATE.

           PERFORM 6050-SET-ONE-RECEIVER
               THRU 6050-SET-ONE-RECEIVER-EXIT
               VARYING WS-RCV-SUB FROM 1 BY 1
               UNTIL WS-RCV-SUB > 3.

           WRITE INTERFACE-LOG-RECORD
               INVALID KEY
                   REWRITE INTERFACE-LOG-RECORD
           END-WRITE.
           IF WS-IFCLOG-STATUS NOT = "00"
               DISPLAY "AD029OUT - INTERFACE LOG WRITE ERROR "
                       WS-IFCLOG-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE ZERO TO IL-FILE-SEQUENCE.
           MOVE ZERO TO IL-CUSTOMER-ID.
           READ INTERFACE-LOG
               INVALID KEY
                   DISPLAY "AD029OUT - INTERFACE LOG CONTROL ENTRY "
                           "MISSING"
                   GO TO 9999-ABEND
           END-READ.

           MOVE WS-FILE-SEQUENCE TO IL-LAST-SEQUENCE.
           MOVE WS-CURRENT-DATE  TO IL-LAST-BUILD-DATE.
           MOVE WS-CURRENT-TIME  TO IL-LAST-BUILD-TIME.
           REWRITE INTERFACE-LOG-RECORD.
           IF WS-IFCLOG-STATUS NOT = "00"
               DISPLAY "AD029OUT - INTERFACE LOG REWRITE ERROR "
                       WS-IFCLOG-STATUS
               GO TO 9999-ABEND
           END-IF.
       6000-LOG-NEW-FILE-EXIT.
           EXIT.

       6050-SET-ONE-RECEIVER.
           MOVE WS-RECEIVER-ID (WS-RCV-SUB)
                                 TO IL-RECEIVER-ID (WS-RCV-SUB).
           MOVE SPACE            TO IL-ACK-STATUS (WS-RCV-SUB).
           MOVE ZERO             TO IL-ACK-DATE (WS-RCV-SUB).
           MOVE SPACES           TO IL-ACK-REASON (WS-RCV-SUB).
       6050-SET-ONE-RECEIVER-EXIT.
           EXIT.

      ******************************************************************
      *    6100-LOG-RESEND - THE REGENERATED FILE MUST CARRY THE SAME   *
      *    CUSTOMERS AS THE ORIGINAL (THE HASH OF THEIR IDS PROVES IT). *
      *    COUNT THE RESEND AND PUT THE RECEIVER'S ACK SLOT (OR EVERY   *
      *    SLOT) BACK TO AWAITED.                                       *
      ******************************************************************
       6100-LOG-RESEND.
           MOVE WS-FILE-SEQUENCE TO IL-FILE-SEQUENCE.
           MOVE ZERO             TO IL-CUSTOMER-ID.
           READ INTERFACE-LOG
               INVALID KEY
                   DISPLAY "AD029OUT - INTERFACE LOG FILE ENTRY "
                           WS-FILE-SEQUENCE " MISSING"
                   GO TO 9999-ABEND
           END-READ.

           IF WS-DETAIL-CT NOT = IL-DETAIL-COUNT
                  OR WS-CUSTOMER-HASH NOT = IL-CUSTOMER-HASH
               DISPLAY "AD029OUT - REGENERATED FILE " WS-FILE-SEQUENCE
                       " DOES NOT MATCH THE ORIGINAL - COUNT "
                       WS-DETAIL-CT " WAS " IL-DETAIL-COUNT
               MOVE 8 TO RETURN-CODE
               GO TO 6100-LOG-RESEND-EXIT
           END-IF.

           ADD 1                 TO IL-RESEND-COUNT.
           MOVE WS-CURRENT-DATE  TO IL-LAST-RESEND-DATE.

           IF WS-RESEND-RECEIVER = SPACES
               PERFORM 6150-RESET-ONE-ACK
                   THRU 6150-RESET-ONE-ACK-EXIT
                   VARYING WS-RCV-SUB FROM 1 BY 1
                   UNTIL WS-RCV-SUB > 3
           ELSE
               PERFORM 5100-FIND-RECEIVER
                   THRU 5100-FIND-RECEIVER-EXIT
               MOVE WS-RCV-HIT TO WS-RCV-SUB
               PERFORM 6150-RESET-ONE-ACK
                   THRU 6150-RESET-ONE-ACK-EXIT
           END-IF.

           REWRITE INTERFACE-LOG-RECORD.
           IF WS-IFCLOG-STATUS NOT = "00"
               DISPLAY "AD029OUT - INTERFACE LOG REWRITE ERROR "
                       WS-IFCLOG-STATUS
               GO TO 9999-ABEND
           END-IF.
       6100-LOG-RESEND-EXIT.
           EXIT.

       6150-RESET-ONE-ACK.
           MOVE SPACE            TO IL-ACK-STATUS (WS-RCV-SUB).
           MOVE ZERO             TO IL-ACK-DATE (WS-RCV-SUB).
           MOVE SPACES           TO IL-ACK-REASON (WS-RCV-SUB).
       6150-RESET-ONE-ACK-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - TRAILER, LOG THE FILE, CLOSE FILES AND      *
      *    REPORT COUNTS                                                *
      ******************************************************************
       8000-TERMINATE.
           PERFORM 4100-WRITE-TRAILER
               THRU 4100-WRITE-TRAILER-EXIT.

           IF WS-MODE-REGENERATE
               PERFORM 6100-LOG-RESEND
                   THRU 6100-LOG-RESEND-EXIT
           ELSE
               PERFORM 6000-LOG-NEW-FILE
                   THRU 6000-LOG-NEW-FILE-EXIT
           END-IF.

           IF WS-MODE-REGENERATE
               DISPLAY "AD029OUT - REGENERATED FOR RESEND TO "
                       WS-RESEND-RECEIVER
           ELSE
               DISPLAY "AD029OUT - DELTA ENTRIES READ   "
                       WS-DELTA-READ-CT
           END-IF.
           DISPLAY "AD029OUT - DETAILS WRITTEN      " WS-DETAIL-CT.
           DISPLAY "AD029OUT - CHANGED CUSTOMERS    " WS-CHANGE-CT.
           DISPLAY "AD029OUT - RETIRED CUSTOMERS    " WS-RETIRED-CT.
           DISPLAY "AD029OUT - CUSTOMER-ID HASH     " WS-CUSTOMER-HASH.

           IF WS-MODE-NIGHTLY
               PERFORM 7500-WRITE-RUN-CONTROL
                   THRU 7500-WRITE-RUN-CONTROL-EXIT
               CLOSE ADDRESS-DELTA
           END-IF.

           CLOSE CUSTOMER-MASTER.
           CLOSE INTERFACE-LOG.
           CLOSE ADDRESS-INTERFACE.
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
               DISPLAY "AD029OUT - RUN CONTROL OPEN ERROR "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7500-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE "AD029OUT"            TO RC-PROGRAM-ID.
           MOVE WS-CURRENT-DATE       TO RC-RUN-DATE.
           MOVE WS-CURRENT-TIME       TO RC-RUN-TIME.
           MOVE WS-DELTA-READ-CT      TO RC-RECORDS-READ.
           MOVE WS-DETAIL-CT          TO RC-RECORDS-WRITTEN.
           MOVE ZERO                  TO RC-RECORDS-REJECTED.
           MOVE WS-CHANGE-CT          TO RC-COUNT-A.
           MOVE WS-RETIRED-CT         TO RC-COUNT-B.
           MOVE WS-FILE-SEQUENCE      TO RC-COUNT-C.
           MOVE ZERO                  TO RC-COUNT-D.
           MOVE RETURN-CODE           TO RC-RETURN-CODE.

           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AD029OUT - RUN CONTROL WRITE ERROR "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.

           CLOSE RUN-CONTROL.
       7500-WRITE-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - FATAL FILE ERROR                                *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
