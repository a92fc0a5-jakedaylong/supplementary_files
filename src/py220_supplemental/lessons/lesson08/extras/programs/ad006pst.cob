      *                    HELD OR FILTERED-OUT PIECE NEVER FILES A    *
      *                    SEASONAL-SELECTION HISTORY ENTRY OR A       *
      *                    MANIFEST ENTRY - NOTHING WAS MAILED.        *
      *   10/15/2026  DLW  INTELLIGENT MAIL BARCODE.  WHEN PSTPARM     *
      *                    NAMES A MAILER ID, EVERY DOMESTIC PIECE     *
      *                    NOW CARRIES A 31-DIGIT IMB (PS-IMB, ALSO    *
      *                    FILED AS MM-IMB ON THE MANIFEST): BARCODE   *
      *                    ID, SERVICE TYPE, MAILER ID, A PIECE        *
      *                    SERIAL FROM THE IMBCTL CONTROL FILE, AND    *
      *                    THE ROUTING CODE - THE CASS DELIVERY-POINT  *
      *                    BARCODE ON A CERTIFIED PIECE, ZIP+4 (OR     *
      *                    ZIP) OTHERWISE.  SERIALS ARE RESERVED A     *
      *                    SEGMENT AT A TIME AND NEVER REISSUED        *
      *                    INSIDE THE USPS 45-DAY WINDOW, A RERUN OF   *
      *                    THE SAME DROP INCLUDED; A RUN THAT WOULD    *
      *                    HAVE TO REISSUE ONE ABENDS INSTEAD.  A      *
      *                    RERUN NOW REWRITES ITS OWN MANIFEST ENTRY   *
      *                    SO MM-IMB NAMES THE BARCODE ON THE PIECE    *
      *                    THE MAIL HOUSE ACTUALLY RECEIVED LAST.      *
      *   10/15/2026  DLW  SEASONAL-SELECTION HISTORY ENTRIES ARE NOW  *
      *                    STAMPED WITH OPERATOR "AD006PST" AND        *
      *                    TERMINAL "BTCH".                            *
      *   10/15/2026  DLW  A PSTPARM MAILER ID THAT IS NEITHER         *
      *                    1-899999 NOR 900000000-999999999 NOW STOPS  *
      *                    THE RUN INSTEAD OF BUILDING A WRONG IMB,    *
      *                    AND A FAILED MANIFEST REWRITE OF A RERUN    *
      *                    PIECE'S IMB NOW ABENDS.                     *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SUPRPT-STATUS.

           SELECT IMB-SERIAL-CONTROL ASSIGN TO IMBCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS IS-MAILER-ID
               FILE STATUS IS WS-IMBCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
       01  SUPPRESS-REPORT-LINE      PIC X(132).

       FD  IMB-SERIAL-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY IMBCTL.

       WORKING-STORAGE SECTION.
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-CASSCERT-STATUS       PIC XX              VALUE "00".
           88 WS-STATE-MATCH-YES           VALUE "Y".
       77  WS-STATE-SUB             PIC 9(01) COMP      VALUE ZERO.
       77  WS-FILTER-IDX            PIC 9(01) COMP      VALUE ZERO.
       77  WS-IMBCTL-STATUS         PIC XX              VALUE "00".
       77  WS-IMB-SW                PIC X(01)           VALUE "N".
           88 WS-IMB-ON                    VALUE "Y".
       77  WS-MAILER-ID             PIC 9(09)           VALUE ZERO.
       77  WS-IMB-SERIAL            PIC 9(10)           VALUE ZERO.
       77  WS-IMB-SEGMENT-END       PIC 9(10)           VALUE ZERO.
       77  WS-IMB-SEGMENT-SIZE      PIC 9(10)           VALUE ZERO.
       77  WS-IMB-MODULUS           PIC 9(10)           VALUE ZERO.
       77  WS-IMB-ASSIGNED-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-SEGMENT-SUB           PIC 9(03) COMP      VALUE ZERO.
       77  WS-TODAY-DAY-NO          PIC 9(07) COMP      VALUE ZERO.
       77  WS-WORK-DAY-NO           PIC 9(07) COMP      VALUE ZERO.
       77  WS-AGE-DAYS              PIC S9(07) COMP     VALUE ZERO.

      *    USPS HOLDS AN IMB UNIQUE FOR 45 DAYS.  THE 30/360
      *    CALENDAR CAN OVERSTATE A SPAN THAT CROSSES A SHORT MONTH
      *    BY UP TO THREE DAYS, SO A SEGMENT IS HELD THREE DAYS
      *    LONGER THAN THE WINDOW BEFORE IT IS REISSUED.
       77  WS-IMB-WINDOW-DAYS       PIC 9(03)           VALUE 48.

       01  WS-DATE-WORK.
           05 WS-WORK-DATE          PIC 9(08).
           05 WS-WORK-DATE-PARTS REDEFINES WS-WORK-DATE.
              10 WS-WORK-YYYY       PIC 9(04).
              10 WS-WORK-MM         PIC 9(02).
              10 WS-WORK-DD         PIC 9(02).

      *    THE 31-DIGIT IMB: 20-DIGIT TRACKING CODE (BARCODE ID,
      *    SERVICE TYPE, MAILER ID + SERIAL) AND THE ROUTING CODE,
      *    LEFT-JUSTIFIED - 11, 9, OR 5 DIGITS.
       01  WS-IMB-FIELDS.
           05 WS-IMB-BARCODE-ID     PIC 9(02)           VALUE ZERO.
           05 WS-IMB-SERVICE-TYPE   PIC 9(03)           VALUE ZERO.
           05 WS-IMB-MID-SERIAL     PIC 9(15)           VALUE ZERO.
           05 WS-IMB-ROUTING        PIC X(11)           VALUE SPACES.

       01  WS-IMB-ZIP-ROUTING.
           05 WS-IMB-RT-ZIP1        PIC 9(05).
           05 WS-IMB-RT-ZIP2        PIC 9(04).
           05 FILLER                PIC X(02)           VALUE SPACES.
       01  WS-IMB-ZIP5-ROUTING REDEFINES WS-IMB-ZIP-ROUTING.
           05 WS-IMB-Z5-ZIP1        PIC 9(05).
           05 FILLER                PIC X(06).

      *    SELECTION CRITERIA COPIED OFF THE PSTPARM RECORD AT
      *    INITIALIZATION - THE PARM FILE IS CLOSED BY THEN.
           PERFORM 1150-READ-RUN-OPTIONS
               THRU 1150-READ-RUN-OPTIONS-EXIT.

           IF WS-IMB-ON
               PERFORM 1300-OPEN-IMB-CONTROL
                   THRU 1300-OPEN-IMB-CONTROL-EXIT
           END-IF.

           OPEN I-O    ADDRESS-HISTORY.
           IF WS-ADDRHIST-STATUS NOT = "00"
               DISPLAY "AD006PST - ADDRESS HISTORY OPEN ERROR "
           IF WS-DROP-ID NOT = SPACES
               DISPLAY "AD006PST - DROP ID " WS-DROP-ID
           END-IF.

      *    A MAILER ID IS SIX DIGITS (NOT STARTING 9) OR NINE DIGITS
      *    STARTING 9 - ANY OTHER VALUE WOULD BUILD A WRONG BARCODE.
           IF PP-MAILER-ID NUMERIC AND PP-MAILER-ID > ZERO
               IF PP-MAILER-ID > 899999
                      AND PP-MAILER-ID < 900000000
                   DISPLAY "AD006PST - PSTPARM MAILER ID "
                           PP-MAILER-ID " IS NOT A VALID 6-DIGIT OR "
                           "9-DIGIT MAILER ID"
                   GO TO 9999-ABEND
               END-IF
               MOVE "Y"                 TO WS-IMB-SW
               MOVE PP-MAILER-ID        TO WS-MAILER-ID
               MOVE PP-IMB-BARCODE-ID   TO WS-IMB-BARCODE-ID
               MOVE PP-IMB-SERVICE-TYPE TO WS-IMB-SERVICE-TYPE
               DISPLAY "AD006PST - IMB ON - MAILER ID " WS-MAILER-ID
                       " SERVICE TYPE " WS-IMB-SERVICE-TYPE
           END-IF.
       1190-LOAD-SELECTION-CRITERIA-EXIT.
           EXIT.

      ******************************************************************
      *    1300-OPEN-IMB-CONTROL - FETCH THE SERIAL CONTROL RECORD FOR  *
      *    THIS MAILER ID (A FIRST RUN FOR THE ID STARTS ONE) AND       *
      *    RESERVE WHAT IS LEFT OF THE SEGMENT THE LAST RUN WAS         *
      *    ISSUING FROM.  THE RESERVATION IS ON FILE BEFORE THE FIRST   *
      *    PIECE IS BUILT, SO A RUN THAT NEVER REACHES END OF JOB       *
      *    CANNOT HAND ITS SERIALS TO THE RERUN.                        *
      ******************************************************************
       1300-OPEN-IMB-CONTROL.
           MOVE WS-CURRENT-DATE TO WS-WORK-DATE.
           PERFORM 6000-DATE-TO-DAY-NO
               THRU 6000-DATE-TO-DAY-NO-EXIT.
           MOVE WS-WORK-DAY-NO TO WS-TODAY-DAY-NO.

      *    A 9-DIGIT MAILER ID (ALWAYS 9XXXXXXXX) LEAVES SIX SERIAL
      *    DIGITS IN THE TRACKING CODE; A 6-DIGIT ONE LEAVES NINE.
           IF WS-MAILER-ID > 899999999
               MOVE 1000000    TO WS-IMB-MODULUS
           ELSE
               MOVE 1000000000 TO WS-IMB-MODULUS
           END-IF.
           COMPUTE WS-IMB-SEGMENT-SIZE = WS-IMB-MODULUS / 100.

           OPEN I-O    IMB-SERIAL-CONTROL.
           IF WS-IMBCTL-STATUS NOT = "00"
               DISPLAY "AD006PST - IMB SERIAL CONTROL OPEN ERROR "
                       WS-IMBCTL-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE WS-MAILER-ID TO IS-MAILER-ID.
           READ IMB-SERIAL-CONTROL
               INVALID KEY
                   PERFORM 1350-START-IMB-CONTROL
                       THRU 1350-START-IMB-CONTROL-EXIT
           END-READ.

           IF IS-CURRENT-SEGMENT = ZERO
               MOVE 1    TO WS-IMB-SERIAL
               MOVE ZERO TO WS-IMB-SEGMENT-END
               GO TO 1300-OPEN-IMB-CONTROL-EXIT
           END-IF.

           MOVE IS-NEXT-SERIAL TO WS-IMB-SERIAL.
           COMPUTE WS-IMB-SEGMENT-END
               = (IS-CURRENT-SEGMENT * WS-IMB-SEGMENT-SIZE) - 1.

           IF WS-IMB-SERIAL > WS-IMB-SEGMENT-END
               GO TO 1300-OPEN-IMB-CONTROL-EXIT
           END-IF.

           MOVE IS-CURRENT-SEGMENT TO WS-SEGMENT-SUB.
           MOVE WS-CURRENT-DATE    TO IS-SEGMENT-DATE (WS-SEGMENT-SUB).
           COMPUTE IS-NEXT-SERIAL = WS-IMB-SEGMENT-END + 1.
           MOVE WS-CURRENT-DATE    TO IS-LAST-RUN-DATE.
           MOVE WS-DROP-ID         TO IS-LAST-DROP-ID.

           REWRITE IMB-SERIAL-CONTROL-RECORD.
           IF WS-IMBCTL-STATUS NOT = "00"
               DISPLAY "AD006PST - IMB SERIAL CONTROL REWRITE ERROR "
                       WS-IMBCTL-STATUS
               GO TO 9999-ABEND
           END-IF.
       1300-OPEN-IMB-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    1350-START-IMB-CONTROL - FIRST RUN FOR THIS MAILER ID.  NO   *
      *    SEGMENT IS CURRENT, SO THE FIRST PIECE RESERVES SEGMENT 1.   *
      ******************************************************************
       1350-START-IMB-CONTROL.
           MOVE WS-MAILER-ID    TO IS-MAILER-ID.
           MOVE ZERO            TO IS-NEXT-SERIAL.
           MOVE ZERO            TO IS-CURRENT-SEGMENT.
           MOVE WS-CURRENT-DATE TO IS-LAST-RUN-DATE.
           MOVE WS-DROP-ID      TO IS-LAST-DROP-ID.
           MOVE ZEROS           TO IS-SEGMENT-TABLE.

           WRITE IMB-SERIAL-CONTROL-RECORD.
           IF WS-IMBCTL-STATUS NOT = "00"
               DISPLAY "AD006PST - IMB SERIAL CONTROL WRITE ERROR "
                       WS-IMBCTL-STATUS
               GO TO 9999-ABEND
           END-IF.

           DISPLAY "AD006PST - NEW IMB SERIAL CONTROL FOR MAILER ID "
                   WS-MAILER-ID.
       1350-START-IMB-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-CUSTOMERS - MATCH ONE CUSTOMER TO ITS CASS      *
      *    RESULT (IF ANY) AND WRITE ONE PRESORT RECORD                 *
               MOVE SPACES
                                    TO PS-DELIVERY-POINT-BARCODE
               SET PS-CASS-CERTIFIED-NO       TO TRUE
               MOVE SPACES                    TO PS-IMB
               ADD 1 TO WS-FOREIGN-SKIP-CT
               WRITE PRESORT-RECORD
               ADD 1 TO WS-EXTRACT-CT
               ADD 1 TO WS-UNCERTIFIED-CT
           END-IF.

           PERFORM 2600-BUILD-IMB
               THRU 2600-BUILD-IMB-EXIT.

           WRITE PRESORT-RECORD.
           ADD 1 TO WS-EXTRACT-CT.

      *    JUST EXTRACTED, RECORDING THE SLOT MAILED, THE CASS CYCLE    *
      *    IN FORCE, AND WHETHER THE PIECE WENT TO A HOUSEHOLD          *
      *    PRIMARY.  A RERUN ON THE SAME DATE FINDS ITS OWN ENTRY'S    *
      *    KEY AND LEAVES IT IN PLACE - UNLESS THE PIECES CARRY AN IMB, *
      *    IN WHICH CASE THE ENTRY IS REWRITTEN WITH THE RERUN'S NEW    *
      *    BARCODE, THE ONE ON THE PIECE THE MAIL HOUSE WILL PRINT.     *
      ******************************************************************
       2500-WRITE-MANIFEST.
           MOVE CM-CUSTOMER-ID       TO MM-CUSTOMER-ID.
           MOVE WS-CASS-CYCLE        TO MM-CASS-CYCLE.
           MOVE WS-HH-PRIMARY-SW     TO MM-HH-PRIMARY-SW.
           MOVE WS-DROP-ID           TO MM-DROP-ID.
           MOVE PS-IMB               TO MM-IMB.

           WRITE MAILING-MANIFEST-RECORD
               INVALID KEY
                   IF WS-IMB-ON
                       REWRITE MAILING-MANIFEST-RECORD
                       IF WS-MAILMAN-STATUS NOT = "00"
                           DISPLAY "AD006PST - MAILING MANIFEST "
                                   "REWRITE ERROR " WS-MAILMAN-STATUS
                                   " CUSTOMER " MM-CUSTOMER-ID
                                   " DATE " MM-EXTRACT-DATE
                                   " DROP " MM-DROP-ID
                           GO TO 9999-ABEND
                       END-IF
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-MANIFEST-WRITTEN-CT
           END-WRITE.
       2500-WRITE-MANIFEST-EXIT.
           EXIT.

      ******************************************************************
      *    2600-BUILD-IMB - ASSIGN THE NEXT SERIAL AND BUILD THE PIECE'S*
      *    INTELLIGENT MAIL BARCODE IN PS-IMB.  A CASS-CERTIFIED PIECE  *
      *    ROUTES ON ITS 11-DIGIT DELIVERY-POINT BARCODE; ANY OTHER     *
      *    DOMESTIC PIECE ROUTES ON ZIP+4, OR ZIP ALONE WHEN THE PLUS-4 *
      *    IS NOT KNOWN.                                                *
      ******************************************************************
       2600-BUILD-IMB.
           MOVE SPACES TO PS-IMB.

           IF NOT WS-IMB-ON
               GO TO 2600-BUILD-IMB-EXIT
           END-IF.

           IF WS-IMB-SERIAL > WS-IMB-SEGMENT-END
               PERFORM 2650-RESERVE-SEGMENT
                   THRU 2650-RESERVE-SEGMENT-EXIT
           END-IF.

           COMPUTE WS-IMB-MID-SERIAL
               = (WS-MAILER-ID * WS-IMB-MODULUS) + WS-IMB-SERIAL.

           IF PS-CASS-CERTIFIED-YES
                  AND PS-DELIVERY-POINT-BARCODE NUMERIC
               MOVE PS-DELIVERY-POINT-BARCODE TO WS-IMB-ROUTING
           ELSE
               MOVE SPACES  TO WS-IMB-ZIP-ROUTING
               IF PS-ZIP2 NUMERIC AND PS-ZIP2 > ZERO
                   MOVE PS-ZIP1 TO WS-IMB-RT-ZIP1
                   MOVE PS-ZIP2 TO WS-IMB-RT-ZIP2
               ELSE
                   MOVE PS-ZIP1 TO WS-IMB-Z5-ZIP1
               END-IF
               MOVE WS-IMB-ZIP-ROUTING TO WS-IMB-ROUTING
           END-IF.

           MOVE WS-IMB-FIELDS TO PS-IMB.
           ADD 1 TO WS-IMB-SERIAL.
           ADD 1 TO WS-IMB-ASSIGNED-CT.
       2600-BUILD-IMB-EXIT.
           EXIT.

      ******************************************************************
      *    2650-RESERVE-SEGMENT - THE CURRENT SEGMENT IS USED UP.  MOVE *
      *    TO THE NEXT ONE (WRAPPING FROM 100 BACK TO 1), REFUSING IT   *
      *    IF ANY OF ITS SERIALS WAS ISSUED INSIDE THE USPS UNIQUENESS  *
      *    WINDOW, AND FILE THE RESERVATION BEFORE ISSUING FROM IT.     *
      ******************************************************************
       2650-RESERVE-SEGMENT.
           ADD 1 TO IS-CURRENT-SEGMENT.
           IF IS-CURRENT-SEGMENT > 100
               MOVE 1 TO IS-CURRENT-SEGMENT
           END-IF.
           MOVE IS-CURRENT-SEGMENT TO WS-SEGMENT-SUB.

           IF IS-SEGMENT-DATE (WS-SEGMENT-SUB) NOT = ZERO
               MOVE IS-SEGMENT-DATE (WS-SEGMENT-SUB) TO WS-WORK-DATE
               PERFORM 6000-DATE-TO-DAY-NO
                   THRU 6000-DATE-TO-DAY-NO-EXIT
               COMPUTE WS-AGE-DAYS = WS-TODAY-DAY-NO - WS-WORK-DAY-NO
               IF WS-AGE-DAYS < WS-IMB-WINDOW-DAYS
                   DISPLAY "AD006PST - IMB SERIAL SEGMENT "
                           WS-SEGMENT-SUB " LAST ISSUED "
                           IS-SEGMENT-DATE (WS-SEGMENT-SUB)
                   DISPLAY "AD006PST - MAILER ID " WS-MAILER-ID
                           " HAS NO SERIALS CLEAR OF THE 45-DAY "
                           "WINDOW"
                   GO TO 9999-ABEND
               END-IF
           END-IF.

           MOVE WS-CURRENT-DATE TO IS-SEGMENT-DATE (WS-SEGMENT-SUB).
           COMPUTE WS-IMB-SERIAL
               = (WS-SEGMENT-SUB - 1) * WS-IMB-SEGMENT-SIZE.
           COMPUTE WS-IMB-SEGMENT-END
               = (WS-SEGMENT-SUB * WS-IMB-SEGMENT-SIZE) - 1.
           COMPUTE IS-NEXT-SERIAL = WS-IMB-SEGMENT-END + 1.
           MOVE WS-CURRENT-DATE TO IS-LAST-RUN-DATE.
           MOVE WS-DROP-ID      TO IS-LAST-DROP-ID.

           REWRITE IMB-SERIAL-CONTROL-RECORD.
           IF WS-IMBCTL-STATUS NOT = "00"
               DISPLAY "AD006PST - IMB SERIAL CONTROL REWRITE ERROR "
                       WS-IMBCTL-STATUS
               GO TO 9999-ABEND
           END-IF.
       2650-RESERVE-SEGMENT-EXIT.
           EXIT.

      ******************************************************************
      *    2250-FIND-MAILING-INDEX - LOCATE THE BILLING ADDRESS ENTRY,  *
      *    DEFAULTING TO TABLE ENTRY 1 WHEN NO BILLING TYPE IS ON FILE, *
           MOVE WS-CURRENT-DATE      TO AH-EFFECTIVE-DATE.
           MOVE WS-CURRENT-TIME      TO AH-EFFECTIVE-TIME.
           SET AH-SOURCE-SEASONAL-SELECT TO TRUE.
           MOVE "AD006PST"           TO AH-OPERATOR-ID.
           MOVE "BTCH"               TO AH-TERMINAL-ID.
           MOVE ADDRESS-LINE-1 OF CM-ADDRESS (CM-ADDR-IDX)
                                     TO AH-PRIOR-ADDRESS-LINE-1.
           MOVE COUNTRY-CODE OF CM-ADDRESS (CM-ADDR-IDX)
                   THRU 8100-CLOSE-HOUSEHOLDING-EXIT
           END-IF.

           IF WS-IMB-ON
               PERFORM 8200-CLOSE-IMB-CONTROL
                   THRU 8200-CLOSE-IMB-CONTROL-EXIT
           END-IF.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.

       8100-CLOSE-HOUSEHOLDING-EXIT.
           EXIT.

      ******************************************************************
      *    8200-CLOSE-IMB-CONTROL - HAND BACK THE UNUSED REMAINDER OF   *
      *    THE CURRENT SEGMENT SO THE NEXT RUN CONTINUES FROM THE       *
      *    FIRST SERIAL THIS RUN DID NOT ISSUE.  IF THE REWRITE FAILS   *
      *    THE RESERVATION STANDS AND THE REMAINDER IS ONLY WASTED.     *
      ******************************************************************
       8200-CLOSE-IMB-CONTROL.
           DISPLAY "AD006PST - IMB SERIALS ASSIGNED  "
                   WS-IMB-ASSIGNED-CT.

           IF IS-CURRENT-SEGMENT NOT = ZERO
                  AND WS-IMB-SERIAL NOT > WS-IMB-SEGMENT-END
               MOVE WS-IMB-SERIAL TO IS-NEXT-SERIAL
               REWRITE IMB-SERIAL-CONTROL-RECORD
               IF WS-IMBCTL-STATUS NOT = "00"
                   DISPLAY "AD006PST - IMB SERIAL CONTROL REWRITE "
                           "ERROR " WS-IMBCTL-STATUS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE IMB-SERIAL-CONTROL.
       8200-CLOSE-IMB-CONTROL-EXIT.
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
      *    7500-WRITE-RUN-CONTROL - FILE THIS RUN'S COUNTS ON THE       *
      *    SHARED RUN-CONTROL FILE FOR THE END-OF-STREAM BALANCING      *
