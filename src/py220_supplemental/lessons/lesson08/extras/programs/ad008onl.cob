      *                    FAILURE NEVER FAILS THE CUSTOMER'S          *
      *                    UPDATE - THE WEEKLY FULL-FILE TRUE-UP      *
      *                    CATCHES ANYTHING THE FEED MISSED.           *
      *   10/15/2026  DLW  OPERATOR ATTRIBUTION AND DUPLICATE-HIT      *
      *                    LOGGING. EVERY HISTORY AND DELTA ENTRY IS   *
      *                    NOW STAMPED WITH THE SIGNED-ON CICS USER    *
      *                    (ASSIGN USERID) AND EIBTRMID. A CUSTADX     *
      *                    DUPLICATE HIT IS NOW FILED ON THE DUPHITLG  *
      *                    LOG (COPY DUPHIT, ACTION "W") AND HELD IN   *
      *                    THE COMMAREA; PRESSING ENTER AGAIN ON THE   *
      *                    SAME CUSTOMER, TYPE, AND ADDRESS COMMITS    *
      *                    THE CHANGE ANYWAY AND FILES ACTION "C"      *
      *                    UNDER THE CHANGE'S HISTORY DATE AND TIME.   *
      *                    THE OTHER ACCOUNT NOW SHOWS IN THE MESSAGE  *
      *                    LINE INSTEAD OF OVERLAYING THE CUSTOMER ID  *
      *                    FIELD, WHICH AIMED THE NEXT ENTER AT THE    *
      *                    WRONG ACCOUNT.                              *
      *   10/15/2026  DLW  EVERY COMMITTED CHANGE NOW WRITES THE       *
      *                    MASTER'S BEFORE AND AFTER IMAGES TO THE     *
      *                    CUSTJRNL RECOVERY JOURNAL (COPY CUSTJRNL)   *
      *                    FOR FORWARD RECOVERY BY AD028RCV. IF THE    *
      *                    JOURNAL CANNOT BE WRITTEN THE CHANGE IS     *
      *                    BACKED OUT (SYNCPOINT ROLLBACK) AND THE REP *
      *                    IS TOLD TO RE-KEY IT LATER.                 *
      *   10/15/2026  DLW  A FAILED DUPHITLG WRITE IS NO LONGER        *
      *                    IGNORED: THE "C" ENTRY FOR A CHANGE         *
      *                    COMMITTED OVER A DUPLICATE WARNING BACKS    *
      *                    THE CHANGE OUT (SYNCPOINT ROLLBACK) AND     *
      *                    TELLS THE REP, AND A "W" ENTRY THAT CANNOT  *
      *                    BE LOGGED SAYS SO IN THE WARNING MESSAGE.   *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.

       COPY ADDRDLT.

       COPY DUPHIT.

       COPY CUSTJRNL.

       77  WS-RESP                  PIC S9(08) COMP.
       77  WS-JRNL-RBA              PIC S9(08) COMP     VALUE ZERO.
       77  WS-DUP-CUSTOMER-ID       PIC 9(09).
       77  WS-DUP-FOUND-SW          PIC X(01)           VALUE "N".
           88 WS-DUP-FOUND-YES             VALUE "Y".
       77  WS-DUP-OVERRIDE-SW       PIC X(01)           VALUE "N".
           88 WS-DUP-OVERRIDE-YES          VALUE "Y".
       77  WS-PRIOR-WARNED-SW       PIC X(01)           VALUE "N".
           88 WS-PRIOR-WARNED-YES          VALUE "Y".
       77  WS-MAIL-IDX              PIC 9(01) COMP      VALUE 1.
       77  WS-TYPE-VALID-SW         PIC X(01)           VALUE "N".
           88 WS-TYPE-VALID-YES            VALUE "Y".
       77  WS-VALIDATE-RC           PIC 9(02).
       77  WS-HIST-FAILED-SW        PIC X(01)           VALUE "N".
           88 WS-HIST-FAILED-YES           VALUE "Y".
       77  WS-DUPLOG-FAILED-SW      PIC X(01)           VALUE "N".
           88 WS-DUPLOG-FAILED-YES         VALUE "Y".
       77  WS-RANGE-VALID-SW        PIC X(01)           VALUE "N".
           88 WS-RANGE-VALID-YES           VALUE "Y".
       77  WS-MMDD-VALID-SW         PIC X(01)           VALUE "N".
           05 WS-CURRENT-DATE       PIC 9(08).
           05 WS-CURRENT-TIME       PIC 9(06).

      *    WHO IS KEYING - THE SIGNED-ON CICS USER AND THE TERMINAL,
      *    STAMPED ON EVERY HISTORY, DELTA, AND DUPLICATE-HIT ENTRY.
       01  WS-OPERATOR-FIELDS.
           05 WS-OPERATOR-ID        PIC X(08).
           05 WS-TERMINAL-ID        PIC X(04).

      *    MASTER AS READ FOR UPDATE, BEFORE THE REP'S CHANGE.
       01  WS-JRNL-BEFORE-IMAGE     PIC X(500)          VALUE SPACES.

       01  WS-DUP-MESSAGE.
           05 FILLER                PIC X(39)
                   VALUE "DUPLICATE ADDRESS ON FILE FOR CUSTOMER ".
           05 DM-DUP-CUSTOMER-ID    PIC 9(09).
           05 FILLER                PIC X(31)
                   VALUE " - ENTER AGAIN TO COMMIT ANYWAY".

       01  WS-DUP-UNLOGGED-MESSAGE.
           05 FILLER                PIC X(22)
                   VALUE "DUPLICATE ON FILE FOR ".
           05 DU-DUP-CUSTOMER-ID    PIC 9(09).
           05 FILLER                PIC X(41)
                   VALUE " - HIT NOT LOGGED - ENTER AGAIN TO COMMIT".

      *    CA-DUP-WARNING CARRIES A DUPLICATE-ADDRESS WARNING JUST SENT
      *    TO THE REP INTO THE NEXT TASK.  THE REP COMMITS ANYWAY BY
      *    PRESSING ENTER AGAIN ON THE SAME CUSTOMER, TYPE, AND
      *    ADDRESS; ANY OTHER INPUT DROPS THE WARNING.
       01  WS-SAVE-COMMAREA.
           05 CA-CUSTOMER-ID        PIC 9(09).
           05 CA-DUP-WARNING.
              10 CA-WARNED-SW       PIC X(01)  VALUE "N".
                 88 CA-WARNED-YES          VALUE "Y".
              10 CA-WARN-CUSTOMER-ID
                                    PIC 9(09).
              10 CA-WARN-ADDRESS-TYPE
                                    PIC X(01).
              10 CA-WARN-ADDRESS-LINE-1
                                    PIC X(40).
              10 CA-WARN-ZIP1       PIC 9(05).
              10 CA-WARN-DUP-CUSTOMER-ID
                                    PIC 9(09).

       LINKAGE SECTION.
       01  DFHCOMMAREA.
           05 CA-CUSTOMER-ID        PIC 9(09).
           05 CA-DUP-WARNING-AREA   PIC X(65).

       PROCEDURE DIVISION.

                     MAPSET("AD008M")
           END-EXEC.

           EXEC CICS ASSIGN USERID(WS-OPERATOR-ID)
           END-EXEC.
           MOVE EIBTRMID TO WS-TERMINAL-ID.

      *    A WARNING LIVES FOR ONE ROUND TRIP ONLY.
           MOVE CA-WARNED-SW TO WS-PRIOR-WARNED-SW.
           MOVE "N"          TO CA-WARNED-SW.
           MOVE "N"          TO WS-DUP-OVERRIDE-SW.

           IF NOT (ATYPEI = "B" OR ATYPEI = "S" OR ATYPEI = "L"
                   OR ATYPEI = "A")
               MOVE "INVALID ADDRESS TYPE - MUST BE B, S, L, OR A"
                   THRU 8000-SEND-DATAONLY-MAP-EXIT
               GO TO 2000-RECEIVE-AND-APPLY-EXIT
           END-IF.
           MOVE CUSTOMER-MASTER-RECORD TO WS-JRNL-BEFORE-IMAGE.

      *    AUTO-RESTORE ONLY WHEN THE REP IS REPLACING THE BILLING
      *    (MAILING) ADDRESS - A SHIPPING, LEGAL, OR SEASONAL CHANGE
               THRU 2500-CHECK-DUPLICATE-ADDRESS-EXIT.

           IF WS-DUP-FOUND-YES
               IF WS-PRIOR-WARNED-YES
                      AND CA-WARN-CUSTOMER-ID = CUSTIDI
                      AND CA-WARN-ADDRESS-TYPE = ATYPEI
                      AND CA-WARN-ADDRESS-LINE-1 = ADDR1I
                      AND CA-WARN-ZIP1 = ZIP1I
                      AND CA-WARN-DUP-CUSTOMER-ID = WS-DUP-CUSTOMER-ID
                   MOVE "Y" TO WS-DUP-OVERRIDE-SW
               ELSE
                   PERFORM 2550-WARN-DUPLICATE
                       THRU 2550-WARN-DUPLICATE-EXIT
                   GO TO 2000-RECEIVE-AND-APPLY-EXIT
               END-IF
           END-IF.

           PERFORM 2250-FIND-MAILING-INDEX
               GO TO 2000-RECEIVE-AND-APPLY-EXIT
           END-IF.

      *    NO CHANGE STANDS WITHOUT ITS JOURNAL ENTRY - IF THE ENTRY
      *    CANNOT BE WRITTEN THE WHOLE UNIT OF WORK IS BACKED OUT.
           PERFORM 2760-WRITE-JOURNAL
               THRU 2760-WRITE-JOURNAL-EXIT.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE "UPDATE BACKED OUT - JOURNAL UNAVAILABLE"
                                        TO MSGO
               PERFORM 8000-SEND-DATAONLY-MAP
                   THRU 8000-SEND-DATAONLY-MAP-EXIT
               GO TO 2000-RECEIVE-AND-APPLY-EXIT
           END-IF.

           PERFORM 2750-WRITE-DELTA
               THRU 2750-WRITE-DELTA-EXIT.

           IF WS-DUP-OVERRIDE-YES
               SET DH-ACTION-COMMITTED TO TRUE
               PERFORM 2650-LOG-DUPLICATE-HIT
                   THRU 2650-LOG-DUPLICATE-HIT-EXIT
           END-IF.

      *    A CHANGE COMMITTED OVER A DUPLICATE WARNING DOES NOT STAND
      *    WITHOUT ITS "C" LOG ENTRY - AD026FRW FLAGS THE OVERRIDE FROM
      *    IT - SO A FAILED LOG WRITE BACKS OUT THE UNIT OF WORK.
           IF WS-DUP-OVERRIDE-YES AND WS-DUPLOG-FAILED-YES
               EXEC CICS SYNCPOINT ROLLBACK
               END-EXEC
               MOVE "UPDATE BACKED OUT - DUPLICATE LOG UNAVAILABLE"
                                        TO MSGO
               PERFORM 8000-SEND-DATAONLY-MAP
                   THRU 8000-SEND-DATAONLY-MAP-EXIT
               GO TO 2000-RECEIVE-AND-APPLY-EXIT
           END-IF.

           IF WS-HIST-FAILED-YES
               MOVE "ADDRESS UPDATED - HISTORY NOT LOGGED" TO MSGO
           ELSE
               IF WS-DUP-OVERRIDE-YES
                   MOVE "ADDRESS UPDATED OVER DUPLICATE WARNING"
                                        TO MSGO
               ELSE
                   MOVE "ADDRESS UPDATED" TO MSGO
               END-IF
           END-IF.

           IF WS-WAS-SUPPRESSED-YES
       2600-READ-NEXT-DUP-EXIT.
           EXIT.

      ******************************************************************
      *    2550-WARN-DUPLICATE - LOG THE HIT, REMEMBER IT IN THE        *
      *    COMMAREA SO THE REP CAN COMMIT ANYWAY ON THE NEXT ENTER,     *
      *    AND SHOW THE OTHER ACCOUNT IN THE MESSAGE LINE.  THE         *
      *    CUSTOMER ID FIELD IS LEFT AS KEYED - PUTTING THE OTHER       *
      *    ACCOUNT THERE WOULD AIM THE NEXT ENTER AT THE WRONG          *
      *    CUSTOMER.                                                    *
      ******************************************************************
       2550-WARN-DUPLICATE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.
           SET DH-ACTION-WARNED TO TRUE.
           PERFORM 2650-LOG-DUPLICATE-HIT
               THRU 2650-LOG-DUPLICATE-HIT-EXIT.

           MOVE "Y"                TO CA-WARNED-SW.
           MOVE CUSTIDI            TO CA-WARN-CUSTOMER-ID.
           MOVE ATYPEI             TO CA-WARN-ADDRESS-TYPE.
           MOVE ADDR1I             TO CA-WARN-ADDRESS-LINE-1.
           MOVE ZIP1I              TO CA-WARN-ZIP1.
           MOVE WS-DUP-CUSTOMER-ID TO CA-WARN-DUP-CUSTOMER-ID.

           MOVE WS-DUP-CUSTOMER-ID TO DM-DUP-CUSTOMER-ID.
           MOVE WS-DUP-MESSAGE     TO MSGO.
           IF WS-DUPLOG-FAILED-YES
               MOVE WS-DUP-CUSTOMER-ID      TO DU-DUP-CUSTOMER-ID
               MOVE WS-DUP-UNLOGGED-MESSAGE TO MSGO
           END-IF.
           PERFORM 8000-SEND-DATAONLY-MAP
               THRU 8000-SEND-DATAONLY-MAP-EXIT.
       2550-WARN-DUPLICATE-EXIT.
           EXIT.

      ******************************************************************
      *    2650-LOG-DUPLICATE-HIT - FILE ONE DUPLICATE-HIT LOG ENTRY    *
      *    (DH-ACTION SET BY THE CALLER) UNDER WS-CURRENT-DATE/TIME.    *
      *    A COMMITTED OVERRIDE USES THE DATE AND TIME OF ITS HISTORY   *
      *    AND DELTA ENTRIES.  A FAILED WRITE SETS                      *
      *    WS-DUPLOG-FAILED-SW FOR THE CALLER TO ACT ON.                *
      ******************************************************************
       2650-LOG-DUPLICATE-HIT.
           MOVE "N"                 TO WS-DUPLOG-FAILED-SW.
           MOVE CM-CUSTOMER-ID      TO DH-CUSTOMER-ID.
           MOVE WS-CURRENT-DATE     TO DH-HIT-DATE.
           MOVE WS-CURRENT-TIME     TO DH-HIT-TIME.
           MOVE ATYPEI              TO DH-ADDRESS-TYPE.
           MOVE WS-DUP-CUSTOMER-ID  TO DH-DUP-CUSTOMER-ID.
           MOVE ADDR1I              TO DH-NEW-ADDRESS-LINE-1.
           MOVE ZIP1I               TO DH-NEW-ZIP1.
           MOVE WS-OPERATOR-ID      TO DH-OPERATOR-ID.
           MOVE WS-TERMINAL-ID      TO DH-TERMINAL-ID.

           EXEC CICS WRITE DATASET("DUPHITLG")
                     FROM(DUPLICATE-HIT-RECORD)
                     RIDFLD(DH-KEY)
                     RESP(WS-RESP)
           END-EXEC.

           IF WS-RESP NOT = DFHRESP(NORMAL)
               MOVE "Y" TO WS-DUPLOG-FAILED-SW
           END-IF.
       2650-LOG-DUPLICATE-HIT-EXIT.
           EXIT.

      ******************************************************************
      *    2700-CAPTURE-HISTORY - SNAPSHOT THE ADDRESS BEING REPLACED   *
      *    TO ADDRESS-HISTORY BEFORE THE REWRITE, THE SAME AS AD001UPD'S*
           MOVE WS-CURRENT-DATE         TO AH-EFFECTIVE-DATE.
           MOVE WS-CURRENT-TIME         TO AH-EFFECTIVE-TIME.
           SET AH-SOURCE-ONLINE         TO TRUE.
           MOVE WS-OPERATOR-ID          TO AH-OPERATOR-ID.
           MOVE WS-TERMINAL-ID          TO AH-TERMINAL-ID.
           MOVE ADDRESS-LINE-1 OF CM-ADDRESS (WS-MAIL-IDX)
                                         TO AH-PRIOR-ADDRESS-LINE-1.
           MOVE COUNTRY-CODE OF CM-ADDRESS (WS-MAIL-IDX)
           MOVE WS-CURRENT-DATE  TO DL-CHANGE-DATE.
           MOVE WS-CURRENT-TIME  TO DL-CHANGE-TIME.
           SET DL-SOURCE-ONLINE  TO TRUE.
           MOVE WS-OPERATOR-ID   TO DL-OPERATOR-ID.
           MOVE WS-TERMINAL-ID   TO DL-TERMINAL-ID.

           EXEC CICS WRITE DATASET("ADDRDLTA")
                     FROM(ADDRESS-DELTA-RECORD)
       2750-WRITE-DELTA-EXIT.
           EXIT.

      ******************************************************************
      *    2760-WRITE-JOURNAL - APPEND THE BEFORE AND AFTER IMAGES OF  *
      *    THE MASTER JUST REWRITTEN TO THE CUSTJRNL RECOVERY JOURNAL  *
      *    (ENTRY-SEQUENCED, WRITTEN BY RBA). AN ONLINE CHANGE IS ITS  *
      *    OWN UNIT OF WORK, SO IT CARRIES RUN SEQUENCE ZERO UNDER THE *
      *    CHANGE'S OWN DATE AND TIME. WS-RESP IS LEFT FOR THE CALLER, *
      *    WHICH BACKS THE UPDATE OUT IF THE ENTRY WAS NOT WRITTEN.    *
      ******************************************************************
       2760-WRITE-JOURNAL.
           MOVE SPACES               TO CUSTOMER-JOURNAL-RECORD.
           ACCEPT CJ-JOURNAL-DATE    FROM DATE YYYYMMDD.
           ACCEPT CJ-JOURNAL-TIME    FROM TIME.
           MOVE "AD008ONL"           TO CJ-PROGRAM-ID.
           MOVE WS-CURRENT-DATE      TO CJ-RUN-DATE.
           MOVE WS-CURRENT-TIME      TO CJ-RUN-TIME.
           MOVE ZERO                 TO CJ-RUN-SEQUENCE.
           SET CJ-ACTION-CHANGE      TO TRUE.
           MOVE CM-CUSTOMER-ID       TO CJ-CUSTOMER-ID.
           MOVE WS-OPERATOR-ID       TO CJ-OPERATOR-ID.
           MOVE WS-TERMINAL-ID       TO CJ-TERMINAL-ID.
           MOVE WS-JRNL-BEFORE-IMAGE TO CJ-BEFORE-IMAGE.
           MOVE CUSTOMER-MASTER-RECORD TO CJ-AFTER-IMAGE.
           SET CJ-RECORD-COMPLETE    TO TRUE.

           EXEC CICS WRITE DATASET("CUSTJRNL")
                     FROM(CUSTOMER-JOURNAL-RECORD)
                     RIDFLD(WS-JRNL-RBA)
                     RBA
                     RESP(WS-RESP)
           END-EXEC.
       2760-WRITE-JOURNAL-EXIT.
           EXIT.

      ******************************************************************
      *    2900-AUTO-RESTORE-EVENTS - THE CUSTOMER WAS SUPPRESSED AND   *
      *    A NEW ADDRESS JUST COMMITTED.  BROWSE THE CUSTOMER'S         *
