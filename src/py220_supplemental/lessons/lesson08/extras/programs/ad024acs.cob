      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD024ACS                                        *
      *   TITLE:       USPS ACS RETURNED-MAIL AND COA INTAKE           *
      *                                                                *
      *   NARRATIVE:   READS THE DAILY USPS ADDRESS CHANGE SERVICE     *
      *                (ACS) NOTIFICATION FILE AND ROUTES EVERY        *
      *                NOTICE SO RETURNED MAIL NO LONGER DEPENDS ON A  *
      *                CLERK KEYING THE PHYSICAL PIECE.  EACH NOTICE   *
      *                IS TIED BACK TO THE PIECE WE MAILED THROUGH     *
      *                ITS KEYLINE - THE MAILMAN MANIFEST KEY          *
      *                (CUSTOMER, EXTRACT DATE, DROP ID).  A NIXIE     *
      *                (UD/MN/RF/VA) BECOMES AN UNDELTRN "L" LOG       *
      *                TRANSACTION ON THE ACSUNDEL FEED FOR AD004MNT;  *
      *                A CHANGE OF ADDRESS CARRYING A NEW ADDRESS      *
      *                BECOMES AN ADDRTRAN CHANGE TRANSACTION FOR THE  *
      *                SLOT THE PIECE WAS MAILED TO, ON THE ACSTRAN    *
      *                FEED FOR THE NEXT AD001UPD RUN.  A NOTICE THAT  *
      *                MATCHES NO MANIFEST PIECE, OR THAT CANNOT BE    *
      *                ROUTED, IS PRINTED ON THE EXCEPTION LISTING -   *
      *                NEVER DROPPED.  NOTICES READ, ROUTED, AND       *
      *                LISTED ARE FILED ON RUNCTL FOR AD005BAL.        *
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
      *                    BY AD036BLG (SOURCE ACS), SO THE AD035PRE   *
      *                    PRE-EDIT CAN PROVE THE FEED BEFORE AD001UPD *
      *                    SEES IT. A BATCH THE LOG WILL NOT ISSUE     *
      *                    STOPS THE RUN; ONE IT WILL NOT CLOSE ENDS   *
      *                    IT RC 8.                                    *
      *   10/15/2026  DLW  A NIXIE'S UNDELTRN LOG TRANSACTION NOW      *
      *                    CARRIES THE EXTRACT DATE AND DROP ID OF THE *
      *                    MANIFEST PIECE THE NOTICE MATCHED, SO       *
      *                    AD004MNT RECORDS THE RIGHT MAILING EVEN     *
      *                    WHEN A LATER DROP WENT OUT BEFORE THE       *
      *                    NOTICE ARRIVED.                             *
      *   10/15/2026  DLW  BATCH HEADER, DETAIL AND TRAILER WRITES TO  *
      *                    THE CHANGE FEED NOW CHECK THE FILE STATUS   *
      *                    AND END THE RUN ON A FAILED WRITE.          *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.                 AD024ACS.
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
           SELECT ACS-NOTICES      ASSIGN TO ACSNOTE
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ACSNOTE-STATUS.

           SELECT MAILING-MANIFEST ASSIGN TO MAILMAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MM-KEY
               FILE STATUS IS WS-MAILMAN-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT UNDEL-FEED       ASSIGN TO ACSUNDEL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-UNDELFD-STATUS.

           SELECT CHANGE-FEED      ASSIGN TO ACSTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHGFEED-STATUS.

           SELECT EXCEPTION-RPT    ASSIGN TO ACSEXRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EXRPT-STATUS.

           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  ACS-NOTICES
           LABEL RECORDS ARE STANDARD.
           COPY ACSNOTE.

       FD  MAILING-MANIFEST
           LABEL RECORDS ARE STANDARD.
           COPY MAILMAN.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.

       FD  UNDEL-FEED
           LABEL RECORDS ARE STANDARD.
           COPY UNDELTRN.

       FD  CHANGE-FEED
           LABEL RECORDS ARE STANDARD.
           COPY ADDRBAT.

       FD  EXCEPTION-RPT
           LABEL RECORDS ARE STANDARD.
       01  EXCEPTION-REPORT-LINE     PIC X(132).

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  WS-ACSNOTE-STATUS        PIC XX              VALUE "00".
       77  WS-MAILMAN-STATUS        PIC XX              VALUE "00".
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-UNDELFD-STATUS        PIC XX              VALUE "00".
       77  WS-CHGFEED-STATUS        PIC XX              VALUE "00".
       77  WS-EXRPT-STATUS          PIC XX              VALUE "00".
       77  WS-RUNCTL-STATUS         PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-NOTICES-READ-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-NIXIE-ROUTED-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-COA-ROUTED-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-EXCEPTION-CT          PIC 9(07) COMP      VALUE ZERO.
       77  WS-UNMATCHED-CT          PIC 9(07) COMP      VALUE ZERO.
       77  WS-EXCEPTION-MSG         PIC X(40)           VALUE SPACES.

       77  WS-BATCH-DETAIL-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-BATCH-HASH            PIC 9(15)           VALUE ZERO.

       01  WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE       PIC 9(08).
           05 WS-CURRENT-TIME       PIC 9(06).

       01  WS-REPORT-HEADING.
           05 FILLER                PIC X(33)
                   VALUE "USPS ACS INTAKE EXCEPTION LISTING".
           05 FILLER                PIC X(05) VALUE SPACES.
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(86) VALUE SPACES.

       01  WS-REPORT-COLUMNS.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(28)
                   VALUE "CUSTOMER  EXTRACT   DROP ID".
           05 FILLER                PIC X(19)
                   VALUE "  TYPE RSN NOTICE".
           05 FILLER                PIC X(09) VALUE SPACES.
           05 FILLER                PIC X(09) VALUE "EXCEPTION".
           05 FILLER                PIC X(64) VALUE SPACES.

       01  WS-REPORT-DETAIL.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 RD-CUSTOMER-ID        PIC 9(09).
           05 FILLER                PIC X(01) VALUE SPACES.
           05 RD-EXTRACT-DATE       PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-DROP-ID            PIC X(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-NOTICE-TYPE        PIC X(01).
           05 FILLER                PIC X(04) VALUE SPACES.
           05 RD-REASON-CD          PIC X(02).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-NOTICE-DATE        PIC 9(08).
           05 FILLER                PIC X(02) VALUE SPACES.
           05 RD-EXCEPTION-MSG      PIC X(40).
           05 FILLER                PIC X(40) VALUE SPACES.

       01  WS-REPORT-TOTAL-LINE.
           05 FILLER                PIC X(03) VALUE SPACES.
           05 FILLER                PIC X(18)
                   VALUE "NOTICES LISTED    ".
           05 RT-EXCEPTION-CT       PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(18)
                   VALUE "  NO MANIFEST     ".
           05 RT-UNMATCHED-CT       PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(75) VALUE SPACES.

       COPY ADDRTRAN.

       COPY BTCHPARM.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - PROGRAM CONTROL                              *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-NOTICE
               THRU 2000-PROCESS-NOTICE-EXIT
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

           OPEN INPUT  ACS-NOTICES.
           IF WS-ACSNOTE-STATUS NOT = "00"
               DISPLAY "AD024ACS - ACS NOTICE FILE OPEN ERROR "
                       WS-ACSNOTE-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  MAILING-MANIFEST.
           IF WS-MAILMAN-STATUS NOT = "00"
               DISPLAY "AD024ACS - MAILING MANIFEST OPEN ERROR "
                       WS-MAILMAN-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD024ACS - CUSTOMER MASTER OPEN ERROR "
                       WS-CUSTMAS-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT UNDEL-FEED.
           IF WS-UNDELFD-STATUS NOT = "00"
               DISPLAY "AD024ACS - UNDELIVERABLE FEED OPEN ERROR "
                       WS-UNDELFD-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT CHANGE-FEED.
           IF WS-CHGFEED-STATUS NOT = "00"
               DISPLAY "AD024ACS - CHANGE FEED OPEN ERROR "
                       WS-CHGFEED-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 7600-OPEN-BATCH
               THRU 7600-OPEN-BATCH-EXIT.

           OPEN OUTPUT EXCEPTION-RPT.
           IF WS-EXRPT-STATUS NOT = "00"
               DISPLAY "AD024ACS - EXCEPTION LISTING OPEN ERROR "
                       WS-EXRPT-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE WS-CURRENT-DATE TO HD-RUN-DATE.
           WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-HEADING.
           WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-COLUMNS.

           PERFORM 2100-READ-NOTICE
               THRU 2100-READ-NOTICE-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-NOTICE - TIE ONE NOTICE TO ITS MANIFEST PIECE   *
      *    AND ROUTE IT BY NOTICE TYPE                                  *
      ******************************************************************
       2000-PROCESS-NOTICE.
           ADD 1 TO WS-NOTICES-READ-CT.

           MOVE AN-CUSTOMER-ID  TO MM-CUSTOMER-ID.
           MOVE AN-EXTRACT-DATE TO MM-EXTRACT-DATE.
           MOVE AN-DROP-ID      TO MM-DROP-ID.
           READ MAILING-MANIFEST
               INVALID KEY
                   ADD 1 TO WS-UNMATCHED-CT
                   MOVE "NO MANIFEST PIECE FOR KEYLINE"
                                        TO WS-EXCEPTION-MSG
                   PERFORM 6000-LIST-EXCEPTION
                       THRU 6000-LIST-EXCEPTION-EXIT
                   GO TO 2080-NEXT-NOTICE
           END-READ.

      *    BOTH SIDES CARRY A BARCODE AND THEY DISAGREE - THE PIECE
      *    USPS SCANNED IS NOT THE ONE THE MANIFEST NOW NAMES (A
      *    SUPERSEDED RUN OF THE DROP WAS ALSO MAILED).
           IF AN-IMB NOT = SPACES AND MM-IMB NOT = SPACES
                  AND AN-IMB NOT = MM-IMB
               MOVE "IMB DOES NOT MATCH MANIFEST PIECE"
                                        TO WS-EXCEPTION-MSG
               PERFORM 6000-LIST-EXCEPTION
                   THRU 6000-LIST-EXCEPTION-EXIT
               GO TO 2080-NEXT-NOTICE
           END-IF.

           IF AN-NOTICE-NIXIE
               PERFORM 3000-ROUTE-NIXIE
                   THRU 3000-ROUTE-NIXIE-EXIT
           ELSE
               IF AN-NOTICE-COA
                   PERFORM 4000-ROUTE-COA
                       THRU 4000-ROUTE-COA-EXIT
               ELSE
                   MOVE "INVALID NOTICE TYPE" TO WS-EXCEPTION-MSG
                   PERFORM 6000-LIST-EXCEPTION
                       THRU 6000-LIST-EXCEPTION-EXIT
               END-IF
           END-IF.

       2080-NEXT-NOTICE.
           PERFORM 2100-READ-NOTICE
               THRU 2100-READ-NOTICE-EXIT.
       2000-PROCESS-NOTICE-EXIT.
           EXIT.

       2100-READ-NOTICE.
           READ ACS-NOTICES
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2100-READ-NOTICE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-ROUTE-NIXIE - THE PIECE WAS UNDELIVERABLE.  WRITE THE   *
      *    SAME "L" LOG TRANSACTION A CLERK WOULD HAVE KEYED FROM THE   *
      *    PHYSICAL PIECE, DATED WITH THE NOTICE DATE, AND NAMING THE   *
      *    MANIFEST PIECE THE NOTICE MATCHED SO AD004MNT TIES THE       *
      *    RETURN TO THAT DROP RATHER THAN GUESSING FROM THE DATE.      *
      ******************************************************************
       3000-ROUTE-NIXIE.
           IF NOT AN-REASON-VALID
               MOVE "UNRECOGNIZED NIXIE REASON CODE"
                                        TO WS-EXCEPTION-MSG
               PERFORM 6000-LIST-EXCEPTION
                   THRU 6000-LIST-EXCEPTION-EXIT
               GO TO 3000-ROUTE-NIXIE-EXIT
           END-IF.

           MOVE SPACES              TO UNDELIVERABLE-TRANSACTION-RECORD.
           MOVE AN-CUSTOMER-ID      TO UT-CUSTOMER-ID.
           SET UT-ACTION-LOG        TO TRUE.
           MOVE AN-NOTICE-DATE      TO UT-DATE-RECEIVED.
           MOVE AN-REASON-CD        TO UT-RETURN-REASON-CD.
           MOVE MM-EXTRACT-DATE     TO UT-MAILED-EXTRACT-DATE.
           MOVE MM-DROP-ID          TO UT-MAILED-DROP-ID.

           WRITE UNDELIVERABLE-TRANSACTION-RECORD.
           ADD 1 TO WS-NIXIE-ROUTED-CT.
       3000-ROUTE-NIXIE-EXIT.
           EXIT.

      ******************************************************************
      *    4000-ROUTE-COA - THE ADDRESSEE FILED A FORWARDING ORDER.     *
      *    WRITE A CHANGE TRANSACTION FOR THE ADDRESS-TABLE SLOT THE    *
      *    PIECE WAS MAILED TO.  A SEASONAL SLOT KEEPS THE CUSTOMER'S   *
      *    CURRENT MMDD RANGE - A ZERO RANGE ON A TYPE "A" CHANGE       *
      *    WOULD END THE SEASONAL ADDRESS.                              *
      ******************************************************************
       4000-ROUTE-COA.
           IF AN-NEW-ADDRESS-LINE-1 = SPACES
                  OR AN-NEW-ZIP1 NOT NUMERIC
                  OR AN-NEW-ZIP1 = ZERO
               MOVE "CHANGE OF ADDRESS WITHOUT NEW ADDRESS"
                                        TO WS-EXCEPTION-MSG
               PERFORM 6000-LIST-EXCEPTION
                   THRU 6000-LIST-EXCEPTION-EXIT
               GO TO 4000-ROUTE-COA-EXIT
           END-IF.

           MOVE AN-CUSTOMER-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "CUSTOMER NO LONGER ON MASTER"
                                        TO WS-EXCEPTION-MSG
                   PERFORM 6000-LIST-EXCEPTION
                       THRU 6000-LIST-EXCEPTION-EXIT
                   GO TO 4000-ROUTE-COA-EXIT
           END-READ.

           MOVE AN-CUSTOMER-ID             TO AT-CUSTOMER-ID.
           MOVE MM-ADDRESS-TYPE            TO AT-ADDRESS-TYPE.
           MOVE AN-NEW-ADDRESS-LINE-1      TO AT-NEW-ADDRESS-LINE-1.
           MOVE AN-NEW-CITY                TO AT-NEW-CITY.
           MOVE AN-NEW-STATE               TO AT-NEW-STATE.
           MOVE AN-NEW-ZIP1                TO AT-NEW-ZIP1.
           IF AN-NEW-ZIP2 NUMERIC
               MOVE AN-NEW-ZIP2            TO AT-NEW-ZIP2
           ELSE
               MOVE ZERO                   TO AT-NEW-ZIP2
           END-IF.
           MOVE SPACES                     TO AT-NEW-POSTAL-CODE.
           MOVE "US "                      TO AT-NEW-COUNTRY-CODE.
           MOVE SPACES                     TO AT-NEW-COUNTRY-NAME.
           MOVE SPACES                     TO AT-NEW-INTL-CITY.
           MOVE SPACES                     TO AT-NEW-INTL-PROVINCE.

           IF AT-TYPE-SEASONAL
               MOVE CM-SEASONAL-START-MMDD TO AT-SEASONAL-START-MMDD
               MOVE CM-SEASONAL-END-MMDD   TO AT-SEASONAL-END-MMDD
           ELSE
               MOVE ZERO                   TO AT-SEASONAL-START-MMDD
               MOVE ZERO                   TO AT-SEASONAL-END-MMDD
           END-IF.

           PERFORM 7700-WRITE-BATCH-DETAIL
               THRU 7700-WRITE-BATCH-DETAIL-EXIT.
           ADD 1 TO WS-COA-ROUTED-CT.
       4000-ROUTE-COA-EXIT.
           EXIT.

      ******************************************************************
      *    6000-LIST-EXCEPTION - PRINT ONE NOTICE THAT COULD NOT BE     *
      *    ROUTED, WITH THE REASON IN WS-EXCEPTION-MSG                  *
      ******************************************************************
       6000-LIST-EXCEPTION.
           MOVE AN-CUSTOMER-ID      TO RD-CUSTOMER-ID.
           MOVE AN-EXTRACT-DATE     TO RD-EXTRACT-DATE.
           MOVE AN-DROP-ID          TO RD-DROP-ID.
           MOVE AN-NOTICE-TYPE      TO RD-NOTICE-TYPE.
           MOVE AN-REASON-CD        TO RD-REASON-CD.
           MOVE AN-NOTICE-DATE      TO RD-NOTICE-DATE.
           MOVE WS-EXCEPTION-MSG    TO RD-EXCEPTION-MSG.

           WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-DETAIL.
           ADD 1 TO WS-EXCEPTION-CT.
       6000-LIST-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - CLOSE FILES AND REPORT COUNTS               *
      ******************************************************************
       8000-TERMINATE.
           MOVE WS-EXCEPTION-CT     TO RT-EXCEPTION-CT.
           MOVE WS-UNMATCHED-CT     TO RT-UNMATCHED-CT.
           WRITE EXCEPTION-REPORT-LINE FROM WS-REPORT-TOTAL-LINE.

           DISPLAY "AD024ACS - NOTICES READ         "
                   WS-NOTICES-READ-CT.
           DISPLAY "AD024ACS - NIXIES ROUTED        "
                   WS-NIXIE-ROUTED-CT.
           DISPLAY "AD024ACS - COA CHANGES ROUTED   " WS-COA-ROUTED-CT.
           DISPLAY "AD024ACS - EXCEPTIONS LISTED    " WS-EXCEPTION-CT.
           DISPLAY "AD024ACS - NO MANIFEST PIECE    " WS-UNMATCHED-CT.

           PERFORM 7800-CLOSE-BATCH
               THRU 7800-CLOSE-BATCH-EXIT.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.

           CLOSE ACS-NOTICES.
           CLOSE MAILING-MANIFEST.
           CLOSE CUSTOMER-MASTER.
           CLOSE UNDEL-FEED.
           CLOSE CHANGE-FEED.
           CLOSE EXCEPTION-RPT.
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
               DISPLAY "AD024ACS - RUN CONTROL OPEN ERROR "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7500-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE "AD024ACS"           TO RC-PROGRAM-ID.
           MOVE WS-CURRENT-DATE      TO RC-RUN-DATE.
           MOVE WS-CURRENT-TIME      TO RC-RUN-TIME.
           MOVE WS-NOTICES-READ-CT   TO RC-RECORDS-READ.
           MOVE WS-NIXIE-ROUTED-CT   TO RC-RECORDS-WRITTEN.
           MOVE WS-EXCEPTION-CT      TO RC-RECORDS-REJECTED.
           MOVE WS-COA-ROUTED-CT     TO RC-COUNT-A.
           MOVE WS-UNMATCHED-CT      TO RC-COUNT-B.
           MOVE ZERO                 TO RC-COUNT-C.
           MOVE ZERO                 TO RC-COUNT-D.
           MOVE RETURN-CODE          TO RC-RETURN-CODE.

           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AD024ACS - RUN CONTROL WRITE ERROR "
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
           MOVE "ACS "              TO BP-SOURCE-ID.
           MOVE "AD024ACS"          TO BP-PROGRAM-ID.
           MOVE ZERO                TO BP-BATCH-NUMBER.
           MOVE ZERO                TO BP-RECORD-COUNT.
           MOVE ZERO                TO BP-CUSTOMER-HASH.
           CALL "AD036BLG" USING BATCH-LOG-PARMS.
           IF BP-RETURN-CODE NOT = ZERO
               DISPLAY "AD024ACS - NO BATCH NUMBER ISSUED FOR SOURCE "
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
               DISPLAY "AD024ACS - CHANGE FEED WRITE ERROR "
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
               DISPLAY "AD024ACS - CHANGE FEED WRITE ERROR "
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
               DISPLAY "AD024ACS - CHANGE FEED WRITE ERROR "
                       WS-CHGFEED-STATUS
               GO TO 9999-ABEND
           END-IF.

           SET BP-FUNCTION-CLOSE    TO TRUE.
           MOVE WS-BATCH-DETAIL-CT  TO BP-RECORD-COUNT.
           MOVE WS-BATCH-HASH       TO BP-CUSTOMER-HASH.
           CALL "AD036BLG" USING BATCH-LOG-PARMS.
           IF BP-RETURN-CODE NOT = ZERO
               DISPLAY "AD024ACS - BATCH " BP-SOURCE-ID " "
                       BP-BATCH-NUMBER " NOT CLOSED ON THE BATCH LOG"
               MOVE 8 TO RETURN-CODE
               GO TO 7800-CLOSE-BATCH-EXIT
           END-IF.

           DISPLAY "AD024ACS - BATCH " BP-SOURCE-ID " "
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
