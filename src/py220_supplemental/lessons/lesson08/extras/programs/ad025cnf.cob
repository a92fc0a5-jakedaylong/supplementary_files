      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD025CNF                                        *
      *   TITLE:       ADDRESS-CHANGE CONFIRMATION NOTICE EXTRACT      *
      *                                                                *
      *   NARRATIVE:   NIGHTLY.  READS THE DAY'S ADDRESS-CHANGE DELTA  *
      *                FEED (ADDRDLTA) AND, FOR EVERY BILLING OR       *
      *                LEGAL ADDRESS CHANGE MADE BY BATCH MAINTENANCE  *
      *                (AD001UPD) OR ONLINE (AD008ONL), WRITES TWO     *
      *                LETTERS TO THE LETTER-PRINT EXTRACT: A          *
      *                CONFIRMATION TO THE NEW ADDRESS NOW ON THE      *
      *                MASTER, AND AN ALERT TO THE PRIOR ADDRESS THE   *
      *                CHANGE REPLACED, TAKEN FROM THE AH-PRIOR-*      *
      *                FIELDS OF THE ADDRESS-HISTORY ENTRY FILED WITH  *
      *                THE SAME KEY.  THE ALERT IS HOW A REAL CUSTOMER *
      *                LEARNS OF AN ACCOUNT TAKEOVER.                  *
      *                                                                *
      *                MERGES AND THE OTHER NON-ADDRESS DELTA SOURCES  *
      *                (PREFERENCE, UNDELIVERABLE MAINTENANCE, AUDIT   *
      *                REPAIR) AND SEASONAL-SELECTION HISTORY ENTRIES  *
      *                DRAW NO LETTERS.  A DECEASED OR LEGAL-HOLD      *
      *                CUSTOMER, OR A CHANGE THAT FILLED AN EMPTY      *
      *                SLOT, GETS THE CONFIRMATION ONLY.               *
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
       PROGRAM-ID.                 AD025CNF.
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
               ACCESS MODE IS RANDOM
               RECORD KEY IS AH-HISTORY-KEY
               FILE STATUS IS WS-ADDRHIST-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT LETTER-EXTRACT   ASSIGN TO CNFLTR
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CNFLTR-STATUS.

           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

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

       FD  LETTER-EXTRACT
           LABEL RECORDS ARE STANDARD.
           COPY CNFLTR.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  WS-ADDRDLTA-STATUS       PIC XX              VALUE "00".
       77  WS-ADDRHIST-STATUS       PIC XX              VALUE "00".
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-CNFLTR-STATUS         PIC XX              VALUE "00".
       77  WS-RUNCTL-STATUS         PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-ALERT-SW              PIC X(01)           VALUE "N".
           88 WS-ALERT-YES                 VALUE "Y".
       77  WS-ADDR-SLOT             PIC 9(01)           VALUE ZERO.
       77  WS-DELTA-READ-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-LETTERS-WRITTEN-CT    PIC 9(07) COMP      VALUE ZERO.
       77  WS-NO-MASTER-CT          PIC 9(07) COMP      VALUE ZERO.
       77  WS-CONFIRM-CT            PIC 9(07) COMP      VALUE ZERO.
       77  WS-ALERT-CT              PIC 9(07) COMP      VALUE ZERO.
       77  WS-EXCLUDED-CT           PIC 9(07) COMP      VALUE ZERO.
       77  WS-ALERT-WITHHELD-CT     PIC 9(07) COMP      VALUE ZERO.
       77  WS-GATE-CALLER-ID        PIC X(08)          VALUE "AD025CNF".
       77  WS-GATE-RC               PIC 9(02)           VALUE ZERO.

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(06).

      *    THE ADDRESS BEING FORMATTED INTO CL-MAIL-TO - LOADED FROM
      *    THE MASTER SLOT FOR A CONFIRMATION OR FROM THE AH-PRIOR-*
      *    SNAPSHOT FOR AN ALERT.
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

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - PROGRAM CONTROL                              *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-DELTA
               THRU 2000-PROCESS-DELTA-EXIT
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

           CALL "AD022GAT" USING WS-GATE-CALLER-ID
                                  WS-GATE-RC.
           IF WS-GATE-RC NOT LESS THAN 8
               DISPLAY "AD025CNF - PREREQUISITE GATE REFUSED THE RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  ADDRESS-DELTA.
           IF WS-ADDRDLTA-STATUS NOT = "00"
               DISPLAY "AD025CNF - ADDRESS DELTA OPEN ERROR "
                       WS-ADDRDLTA-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  ADDRESS-HISTORY.
           IF WS-ADDRHIST-STATUS NOT = "00"
               DISPLAY "AD025CNF - ADDRESS HISTORY OPEN ERROR "
                       WS-ADDRHIST-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD025CNF - CUSTOMER MASTER OPEN ERROR "
                       WS-CUSTMAS-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT LETTER-EXTRACT.
           IF WS-CNFLTR-STATUS NOT = "00"
               DISPLAY "AD025CNF - LETTER EXTRACT OPEN ERROR "
                       WS-CNFLTR-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 2100-READ-DELTA
               THRU 2100-READ-DELTA-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-DELTA - DECIDE WHICH LETTERS ONE ADDRESS-CHANGE *
      *    DELTA ENTRY DRAWS AND WRITE THEM                             *
      ******************************************************************
       2000-PROCESS-DELTA.
           ADD 1 TO WS-DELTA-READ-CT.

      *    ONLY A BILLING OR LEGAL ADDRESS REPLACED BY BATCH OR ONLINE
      *    MAINTENANCE IS A CUSTOMER-VISIBLE ADDRESS CHANGE.
           IF DL-ADDRESS-TYPE NOT = "B" AND DL-ADDRESS-TYPE NOT = "L"
               ADD 1 TO WS-EXCLUDED-CT
               GO TO 2080-NEXT-DELTA
           END-IF.

           IF NOT DL-SOURCE-BATCH AND NOT DL-SOURCE-ONLINE
               ADD 1 TO WS-EXCLUDED-CT
               GO TO 2080-NEXT-DELTA
           END-IF.

           MOVE DL-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   DISPLAY "AD025CNF - NO MASTER FOR CUSTOMER "
                           DL-CUSTOMER-ID
                   ADD 1 TO WS-NO-MASTER-CT
                   GO TO 2080-NEXT-DELTA
           END-READ.

           PERFORM 2050-FIND-ADDRESS-SLOT
               THRU 2050-FIND-ADDRESS-SLOT-EXIT.

           IF WS-ADDR-SLOT = ZERO
               DISPLAY "AD025CNF - NO " DL-ADDRESS-TYPE
                       " ADDRESS ON MASTER FOR CUSTOMER "
                       DL-CUSTOMER-ID
               ADD 1 TO WS-NO-MASTER-CT
               GO TO 2080-NEXT-DELTA
           END-IF.

      *    THE HISTORY ENTRY CARRYING THE REPLACED ADDRESS IS FILED
      *    UNDER THE SAME CUSTOMER/TYPE/DATE/TIME AS THE DELTA.
           MOVE "N" TO WS-ALERT-SW.
           MOVE DL-CUSTOMER-ID  TO AH-CUSTOMER-ID.
           MOVE DL-ADDRESS-TYPE TO AH-ADDRESS-TYPE.
           MOVE DL-CHANGE-DATE  TO AH-EFFECTIVE-DATE.
           MOVE DL-CHANGE-TIME  TO AH-EFFECTIVE-TIME.
           READ ADDRESS-HISTORY
               INVALID KEY
                   MOVE SPACES TO AH-PRIOR-ADDRESS-LINE-1
                   MOVE SPACE  TO AH-CHANGE-SOURCE
           END-READ.

           IF AH-SOURCE-SEASONAL-SELECT
               ADD 1 TO WS-EXCLUDED-CT
               GO TO 2080-NEXT-DELTA
           END-IF.

           IF AH-PRIOR-ADDRESS-LINE-1 NOT = SPACES
                  AND NOT CM-PREF-DECEASED
                  AND NOT CM-PREF-LEGAL-HOLD
               MOVE "Y" TO WS-ALERT-SW
           END-IF.

           PERFORM 3000-WRITE-CONFIRMATION
               THRU 3000-WRITE-CONFIRMATION-EXIT.

           IF WS-ALERT-YES
               PERFORM 3100-WRITE-ALERT
                   THRU 3100-WRITE-ALERT-EXIT
           ELSE
               ADD 1 TO WS-ALERT-WITHHELD-CT
           END-IF.

       2080-NEXT-DELTA.
           PERFORM 2100-READ-DELTA
               THRU 2100-READ-DELTA-EXIT.
       2000-PROCESS-DELTA-EXIT.
           EXIT.

      ******************************************************************
      *    2050-FIND-ADDRESS-SLOT - LOCATE THE TABLE ENTRY FOR THE      *
      *    ADDRESS TYPE NAMED ON THE DELTA.  WS-ADDR-SLOT IS RETURNED   *
      *    ZERO WHEN THE MASTER NO LONGER CARRIES THAT TYPE.            *
      ******************************************************************
       2050-FIND-ADDRESS-SLOT.
           MOVE ZERO TO WS-ADDR-SLOT.

           PERFORM 2060-CHECK-ONE-SLOT
               THRU 2060-CHECK-ONE-SLOT-EXIT
               VARYING CM-ADDR-IDX FROM 1 BY 1
               UNTIL CM-ADDR-IDX > CM-ADDRESS-COUNT.
       2050-FIND-ADDRESS-SLOT-EXIT.
           EXIT.

       2060-CHECK-ONE-SLOT.
           IF CM-ADDRESS-TYPE (CM-ADDR-IDX) = DL-ADDRESS-TYPE
               SET WS-ADDR-SLOT TO CM-ADDR-IDX
           END-IF.
       2060-CHECK-ONE-SLOT-EXIT.
           EXIT.

       2100-READ-DELTA.
           READ ADDRESS-DELTA NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-READ-DELTA-EXIT.
           EXIT.

      ******************************************************************
      *    3000-WRITE-CONFIRMATION - LETTER TO THE NEW ADDRESS NOW ON   *
      *    THE MASTER                                                   *
      ******************************************************************
       3000-WRITE-CONFIRMATION.
           SET CM-ADDR-IDX TO WS-ADDR-SLOT.

           MOVE ADDRESS-LINE-1 OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-LINE-1.
           MOVE COUNTRY-CODE OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-COUNTRY-CODE.
           MOVE POSTAL-CODE OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-POSTAL-CODE.
           MOVE COUNTRY-NAME OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-COUNTRY-NAME.

           IF ADDR-COUNTRY-DOMESTIC OF CM-ADDRESS (CM-ADDR-IDX)
                  OR COUNTRY-CODE OF CM-ADDRESS (CM-ADDR-IDX) = SPACES
               MOVE CITY OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-CITY
               MOVE STATE OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-STATE
               MOVE ZIP1 OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-ZIP1
               MOVE ZIP2 OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-ZIP2
           ELSE
               MOVE INTL-CITY OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-INTL-CITY
               MOVE INTL-PROVINCE-OR-STATE OF CM-ADDRESS (CM-ADDR-IDX)
                                         TO WS-FMT-INTL-PROVINCE
           END-IF.

           MOVE SPACES TO CONFIRMATION-LETTER-RECORD.
           SET CL-LETTER-CONFIRMATION TO TRUE.
           PERFORM 3500-BUILD-LETTER
               THRU 3500-BUILD-LETTER-EXIT.
           ADD 1 TO WS-CONFIRM-CT.
       3000-WRITE-CONFIRMATION-EXIT.
           EXIT.

      ******************************************************************
      *    3100-WRITE-ALERT - "YOUR ADDRESS WAS CHANGED" LETTER TO THE  *
      *    PRIOR ADDRESS, FROM THE ADDRESS-HISTORY SNAPSHOT             *
      ******************************************************************
       3100-WRITE-ALERT.
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

           MOVE SPACES TO CONFIRMATION-LETTER-RECORD.
           SET CL-LETTER-ALERT TO TRUE.
           PERFORM 3500-BUILD-LETTER
               THRU 3500-BUILD-LETTER-EXIT.
           ADD 1 TO WS-ALERT-CT.
       3100-WRITE-ALERT-EXIT.
           EXIT.

      ******************************************************************
      *    3500-BUILD-LETTER - FORMAT WS-FMT-ADDRESS INTO THE MAIL-TO   *
      *    BLOCK AND WRITE THE LETTER.  A FOREIGN ADDRESS IS PRINTED    *
      *    FROM ITS INTERNATIONAL VIEW WITH THE COUNTRY NAME ON LINE 3. *
      ******************************************************************
       3500-BUILD-LETTER.
           MOVE DL-CUSTOMER-ID       TO CL-CUSTOMER-ID.
           MOVE DL-ADDRESS-TYPE      TO CL-ADDRESS-TYPE.
           MOVE DL-CHANGE-DATE       TO CL-CHANGE-DATE.
           MOVE DL-CHANGE-TIME       TO CL-CHANGE-TIME.
           MOVE DL-CHANGE-SOURCE     TO CL-CHANGE-SOURCE.
           MOVE CM-CUSTOMER-NAME     TO CL-CUSTOMER-NAME.
           MOVE WS-FMT-LINE-1        TO CL-ADDRESS-LINE-1.

           IF WS-FMT-DOMESTIC
               MOVE WS-FMT-CITY      TO WS-DOM-CITY
               MOVE WS-FMT-STATE     TO WS-DOM-STATE
               MOVE WS-FMT-ZIP1      TO WS-DOM-ZIP1
               MOVE "-"              TO WS-DOM-ZIP-DASH
               MOVE WS-FMT-ZIP2      TO WS-DOM-ZIP2
               IF WS-FMT-ZIP2 = ZERO
                   MOVE SPACES       TO WS-DOM-ZIP-PLUS4
               END-IF
               MOVE WS-DOMESTIC-LINE-2 TO CL-ADDRESS-LINE-2
               MOVE SPACES           TO CL-ADDRESS-LINE-3
               MOVE "US "            TO CL-COUNTRY-CODE
               MOVE "N"              TO CL-FOREIGN-SW
           ELSE
               MOVE WS-FMT-INTL-CITY TO WS-FGN-INTL-CITY
               MOVE WS-FMT-INTL-PROVINCE
                                     TO WS-FGN-INTL-PROVINCE
               MOVE WS-FMT-POSTAL-CODE
                                     TO WS-FGN-POSTAL-CODE
               MOVE WS-FOREIGN-LINE-2 TO CL-ADDRESS-LINE-2
               MOVE WS-FMT-COUNTRY-NAME
                                     TO CL-ADDRESS-LINE-3
               MOVE WS-FMT-COUNTRY-CODE
                                     TO CL-COUNTRY-CODE
               MOVE "Y"              TO CL-FOREIGN-SW
           END-IF.

           WRITE CONFIRMATION-LETTER-RECORD.
           IF WS-CNFLTR-STATUS NOT = "00"
               DISPLAY "AD025CNF - LETTER EXTRACT WRITE ERROR "
                       WS-CNFLTR-STATUS
               GO TO 9999-ABEND
           END-IF.
           ADD 1 TO WS-LETTERS-WRITTEN-CT.
       3500-BUILD-LETTER-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - CLOSE FILES AND REPORT COUNTS               *
      ******************************************************************
       8000-TERMINATE.
           DISPLAY "AD025CNF - DELTA ENTRIES READ   " WS-DELTA-READ-CT.
           DISPLAY "AD025CNF - LETTERS WRITTEN      "
                   WS-LETTERS-WRITTEN-CT.
           DISPLAY "AD025CNF - CONFIRMATIONS        " WS-CONFIRM-CT.
           DISPLAY "AD025CNF - PRIOR-ADDRESS ALERTS " WS-ALERT-CT.
           DISPLAY "AD025CNF - ALERTS WITHHELD      "
                   WS-ALERT-WITHHELD-CT.
           DISPLAY "AD025CNF - ENTRIES EXCLUDED     " WS-EXCLUDED-CT.
           DISPLAY "AD025CNF - NOT ON MASTER        " WS-NO-MASTER-CT.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.

           CLOSE ADDRESS-DELTA.
           CLOSE ADDRESS-HISTORY.
           CLOSE CUSTOMER-MASTER.
           CLOSE LETTER-EXTRACT.
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
               DISPLAY "AD025CNF - RUN CONTROL OPEN ERROR "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7500-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE "AD025CNF"            TO RC-PROGRAM-ID.
           MOVE WS-CURRENT-DATE       TO RC-RUN-DATE.
           MOVE WS-CURRENT-TIME       TO RC-RUN-TIME.
           MOVE WS-DELTA-READ-CT      TO RC-RECORDS-READ.
           MOVE WS-LETTERS-WRITTEN-CT TO RC-RECORDS-WRITTEN.
           MOVE WS-NO-MASTER-CT       TO RC-RECORDS-REJECTED.
           MOVE WS-CONFIRM-CT         TO RC-COUNT-A.
           MOVE WS-ALERT-CT           TO RC-COUNT-B.
           MOVE WS-EXCLUDED-CT        TO RC-COUNT-C.
           MOVE WS-ALERT-WITHHELD-CT  TO RC-COUNT-D.
           MOVE RETURN-CODE           TO RC-RETURN-CODE.

           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AD025CNF - RUN CONTROL WRITE ERROR "
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
