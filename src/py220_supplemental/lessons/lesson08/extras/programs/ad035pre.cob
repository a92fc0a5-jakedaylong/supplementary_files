      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD035PRE                                        *
      *   TITLE:       ADDRESS CHANGE BATCH PRE-EDIT                   *
      *                                                                *
      *   NARRATIVE:   RUNS AHEAD OF AD001UPD.  READS THE BATCHED      *
      *                ADDRESS CHANGE FEEDS (COPY ADDRBAT) - THE       *
      *                AD003NCO AUTO-UPDATE FEED, THE AD009EXC,        *
      *                AD019NCR AND AD034SKD RELEASE FEEDS, THE        *
      *                AD024ACS AND AD033SKI CHANGE FEEDS AND THE      *
      *                CLIENT-SUBMITTED CHANGE FILES, CONCATENATED     *
      *                UNDER ADDRBAT - AND PROVES EVERY BATCH BEFORE   *
      *                AD001UPD SEES ANY OF IT.  A BATCH IS HELD       *
      *                WHOLE, IN THIS ORDER OF REASON, WHEN:           *
      *                                                                *
      *                (1) IT HAS NO HEADER (RECORDS AHEAD OF ANY      *
      *                    HEADER FORM ONE BATCH OF SOURCE "????");    *
      *                (2) ITS SOURCE IS NOT REGISTERED ON THE BTCHLOG *
      *                    BATCH LOG;                                  *
      *                (3) IT HAS NO TRAILER (TRUNCATED);              *
      *                (4) IT CARRIES RECORDS OF ANOTHER BATCH OR OF   *
      *                    NO KNOWN RECORD TYPE;                       *
      *                (5) ITS DETAIL COUNT OR CUSTOMER-ID HASH        *
      *                    DISAGREES WITH ITS TRAILER;                 *
      *                (6) FOR AN IN-HOUSE SOURCE, THE BATCH LOG NEVER *
      *                    ISSUED IT, ITS WRITER NEVER CLOSED IT, OR   *
      *                    IT DISAGREES WITH THE TOTALS THE WRITER     *
      *                    LOGGED (A HELD BATCH RESUBMITTED AFTER      *
      *                    CORRECTION IS PROVED ON ITS OWN TRAILER);   *
      *                (7) ANY TRANSACTION FAILS THE EDIT - CUSTOMER   *
      *                    ID, ADDRESS TYPE B/S/L/A, FIRST ADDRESS     *
      *                    LINE, A COMPLETE DOMESTIC (CITY, STATE,     *
      *                    ZIP) OR FOREIGN (COUNTRY NAME, CITY)        *
      *                    ADDRESS WITH NONE OF THE OTHER KIND'S       *
      *                    FIELDS, NO FOREIGN ADDRESS FROM A USPS      *
      *                    SOURCE (NCOA, NCRV, ACS), AND A VALID       *
      *                    SEASONAL RANGE ON A TYPE "A" CHANGE.        *
      *                                                                *
      *                A BATCH NUMBER ALREADY PASSED FOR ITS SOURCE -  *
      *                ON AN EARLIER RUN OR EARLIER IN THIS ONE - IS   *
      *                REJECTED AS A DUPLICATE: LISTED, NOT HELD, AND  *
      *                NEVER PASSED.  A HELD BATCH IS COPIED AS        *
      *                RECEIVED TO HELDBAT, WITH ITS FAILING           *
      *                TRANSACTIONS LISTED, FOR CORRECTION AND         *
      *                RESUBMISSION UNDER ITS OWN NUMBER.  THE         *
      *                DETAILS OF EVERY BATCH THAT PASSES ARE WRITTEN  *
      *                TO ADDRTRAN FOR AD001UPD.                       *
      *                                                                *
      *                THE BATCH LOG IS MARKED ONLY AT END OF JOB, SO  *
      *                A RUN THAT ABENDS CAN SIMPLY BE RERUN.  AN      *
      *                IN-HOUSE BATCH ISSUED ON AN EARLIER DAY THAT    *
      *                HAS STILL NOT ARRIVED IS LISTED AND MARKED      *
      *                MISSED.  COUNTS ARE FILED ON RUNCTL UNDER       *
      *                AD035PRE AND, PER SOURCE, UNDER FEED + THE      *
      *                SOURCE CODE FOR AD005BAL.  ANY BATCH HELD,      *
      *                REJECTED OR MISSED ENDS THE RUN RC 4.           *
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
       PROGRAM-ID.                 AD035PRE.
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
           SELECT BATCH-IN         ASSIGN TO ADDRBAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRBAT-STATUS.

           SELECT BATCH-WORK       ASSIGN TO BATWORK
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BATWORK-STATUS.

           SELECT EDITED-TRANS     ASSIGN TO ADDRTRAN
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ADDRTRAN-STATUS.

           SELECT HELD-BATCHES     ASSIGN TO HELDBAT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-HELDBAT-STATUS.

           SELECT BATCH-LOG        ASSIGN TO BTCHLOG
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BL-KEY
               FILE STATUS IS WS-BTCHLOG-STATUS.

           SELECT PRE-EDIT-RPT     ASSIGN TO PRERPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRERPT-STATUS.

           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  BATCH-IN
           LABEL RECORDS ARE STANDARD.
           COPY ADDRBAT.

      *    ONE BATCH AS RECEIVED, HELD HERE UNTIL ITS TRAILER HAS BEEN
      *    PROVED.  SAME LAYOUT AS ADDRBAT.
       FD  BATCH-WORK
           LABEL RECORDS ARE STANDARD.
       01  BATCH-WORK-RECORD.
           05 BW-RECORD-TYPE         PIC X(01).
              88 BW-HEADER                 VALUE "H".
              88 BW-DETAIL                 VALUE "D".
              88 BW-TRAILER                VALUE "T".
           05 BW-SOURCE-ID           PIC X(04).
           05 BW-BATCH-NUMBER        PIC 9(07).
           05 BW-DETAIL-DATA         PIC X(144).

       FD  EDITED-TRANS
           LABEL RECORDS ARE STANDARD.
       01  EDITED-TRANS-RECORD       PIC X(144).

       FD  HELD-BATCHES
           LABEL RECORDS ARE STANDARD.
       01  HELD-BATCH-RECORD         PIC X(156).

       FD  BATCH-LOG
           LABEL RECORDS ARE STANDARD.
           COPY BTCHLOG.

       FD  PRE-EDIT-RPT
           LABEL RECORDS ARE STANDARD.
       01  PRE-EDIT-REPORT-LINE      PIC X(132).

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       WORKING-STORAGE SECTION.
       77  WS-ADDRBAT-STATUS        PIC XX              VALUE "00".
       77  WS-BATWORK-STATUS        PIC XX              VALUE "00".
       77  WS-ADDRTRAN-STATUS       PIC XX              VALUE "00".
       77  WS-HELDBAT-STATUS        PIC XX              VALUE "00".
       77  WS-BTCHLOG-STATUS        PIC XX              VALUE "00".
       77  WS-PRERPT-STATUS         PIC XX              VALUE "00".
       77  WS-RUNCTL-STATUS         PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-WORK-EOF-SW           PIC X(01)           VALUE "N".
           88 WS-WORK-EOF-YES              VALUE "Y".
       77  WS-LOG-EOF-SW            PIC X(01)           VALUE "N".
           88 WS-LOG-EOF-YES               VALUE "Y".
       77  WS-HEADER-SW             PIC X(01)           VALUE "N".
           88 WS-HEADER-FOUND              VALUE "Y".
       77  WS-TRAILER-SW            PIC X(01)           VALUE "N".
           88 WS-TRAILER-FOUND             VALUE "Y".
       77  WS-TRAILER-VALID-SW      PIC X(01)           VALUE "N".
           88 WS-TRAILER-VALID             VALUE "Y".
       77  WS-REGISTERED-SW         PIC X(01)           VALUE "N".
           88 WS-SOURCE-REGISTERED         VALUE "Y".
       77  WS-CLIENT-SW             PIC X(01)           VALUE "N".
           88 WS-SOURCE-CLIENT             VALUE "Y".
       77  WS-ON-LOG-SW             PIC X(01)           VALUE "N".
           88 WS-BATCH-ON-LOG              VALUE "Y".
       77  WS-TRANS-VALID-SW        PIC X(01)           VALUE "N".
           88 WS-TRANS-VALID               VALUE "Y".
       77  WS-RANGE-VALID-SW        PIC X(01)           VALUE "N".
           88 WS-RANGE-VALID-YES           VALUE "Y".
       77  WS-MMDD-VALID-SW         PIC X(01)           VALUE "N".
           88 WS-MMDD-VALID-YES            VALUE "Y".
       77  WS-DISPOSITION           PIC X(01)           VALUE SPACES.
           88 WS-DISP-PASS                 VALUE "P".
           88 WS-DISP-HOLD                 VALUE "H".
           88 WS-DISP-REJECT               VALUE "R".
       77  WS-EDIT-SOURCE           PIC X(04)           VALUE SPACES.
           88 WS-SOURCE-DOMESTIC-ONLY      VALUE "NCOA" "NCRV"
                                                 "ACS ".
       77  WS-HOLD-REASON           PIC X(30)           VALUE SPACES.
       77  WS-EDIT-MSG              PIC X(30)           VALUE SPACES.
       77  WS-GATE-CALLER-ID        PIC X(08)          VALUE "AD035PRE".
       77  WS-GATE-RC               PIC 9(02)           VALUE ZERO.

      *    THE BATCH BEING COLLECTED.
       77  WS-BAT-SOURCE            PIC X(04)           VALUE SPACES.
       77  WS-BAT-NUMBER            PIC 9(07)           VALUE ZERO.
       77  WS-BAT-CREATION-DATE     PIC 9(08)           VALUE ZERO.
       77  WS-BAT-DETAIL-CT         PIC 9(07) COMP      VALUE ZERO.
       77  WS-BAT-HASH              PIC 9(15)           VALUE ZERO.
       77  WS-BAT-STRAY-CT          PIC 9(07) COMP      VALUE ZERO.
       77  WS-BAT-FAIL-CT           PIC 9(07) COMP      VALUE ZERO.
       77  WS-BAT-TRL-COUNT         PIC 9(09)           VALUE ZERO.
       77  WS-BAT-TRL-HASH          PIC 9(15)           VALUE ZERO.
       77  WS-LOG-STATUS            PIC X(01)           VALUE SPACES.
           88 WS-LOG-ISSUED                VALUE "I".
           88 WS-LOG-WRITTEN               VALUE "W".
           88 WS-LOG-ACCEPTED              VALUE "A".
           88 WS-LOG-MISSED                VALUE "M".
       77  WS-LOG-WRITER-COUNT      PIC 9(09)           VALUE ZERO.
       77  WS-LOG-WRITER-HASH       PIC 9(15)           VALUE ZERO.

      *    RUN TOTALS.
       77  WS-DETAILS-READ-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-DETAILS-PASSED-CT     PIC 9(07) COMP      VALUE ZERO.
       77  WS-DETAILS-REJECTED-CT   PIC 9(07) COMP      VALUE ZERO.
       77  WS-BATCHES-CT            PIC 9(07) COMP      VALUE ZERO.
       77  WS-BATCHES-PASSED-CT     PIC 9(07) COMP      VALUE ZERO.
       77  WS-BATCHES-HELD-CT       PIC 9(07) COMP      VALUE ZERO.
       77  WS-BATCHES-DUP-CT        PIC 9(07) COMP      VALUE ZERO.
       77  WS-BATCHES-MISSED-CT     PIC 9(07) COMP      VALUE ZERO.

       77  WS-BT-SLOT               PIC 9(04) COMP      VALUE ZERO.
       77  WS-BT-USED               PIC 9(04) COMP      VALUE ZERO.
       77  WS-BT-MAX                PIC 9(04) COMP      VALUE 500.
       77  WS-ST-SLOT               PIC 9(04) COMP      VALUE ZERO.
       77  WS-ST-USED               PIC 9(04) COMP      VALUE ZERO.
       77  WS-ST-MAX                PIC 9(04) COMP      VALUE 50.

       01  WS-CURRENT-DATE-FIELDS.
           05 WS-CURRENT-DATE       PIC 9(08).
           05 WS-CURRENT-TIME       PIC 9(06).

       01  WS-SEASONAL-EDIT.
           05 WS-EDIT-MMDD          PIC 9(04).
           05 WS-EDIT-MMDD-PARTS REDEFINES WS-EDIT-MMDD.
              10 WS-EDIT-MM         PIC 9(02).
              10 WS-EDIT-DD         PIC 9(02).

      *    RUN-CONTROL PROGRAM-ID UNDER WHICH ONE SOURCE'S COUNTS ARE
      *    FILED - "FEED" + THE SOURCE CODE, E.G. FEEDNCOA.
       01  WS-FEED-CONTROL-ID.
           05 FILLER                PIC X(04)           VALUE "FEED".
           05 WS-FEED-SOURCE-ID     PIC X(04).

      *    EVERY BATCH DISPOSED OF THIS RUN - THE DUPLICATE CHECK
      *    WITHIN THE RUN, AND WHAT IS MARKED ON THE BATCH LOG AT END
      *    OF JOB.
       01  WS-BATCH-TABLE.
           05 WS-BT-ENTRY           OCCURS 500 TIMES
                                    INDEXED BY WS-BT-IDX.
              10 WS-BT-SOURCE       PIC X(04).
              10 WS-BT-NUMBER       PIC 9(07).
              10 WS-BT-DISPOSITION  PIC X(01).
              10 WS-BT-REGISTERED   PIC X(01).
              10 WS-BT-CLIENT       PIC X(01).
              10 WS-BT-ON-LOG       PIC X(01).
              10 WS-BT-DETAIL-CT    PIC 9(07) COMP.
              10 WS-BT-HASH         PIC 9(15).
              10 WS-BT-FAIL-CT      PIC 9(07) COMP.
              10 WS-BT-REASON       PIC X(30).

      *    COUNTS PER SOURCE, FILED ON RUN-CONTROL AT END OF JOB.
       01  WS-SOURCE-TABLE.
           05 WS-ST-ENTRY           OCCURS 50 TIMES
                                    INDEXED BY WS-ST-IDX.
              10 WS-ST-SOURCE       PIC X(04).
              10 WS-ST-READ-CT      PIC 9(07) COMP.
              10 WS-ST-PASSED-CT    PIC 9(07) COMP.
              10 WS-ST-REJECTED-CT  PIC 9(07) COMP.
              10 WS-ST-BATCH-CT     PIC 9(07) COMP.
              10 WS-ST-BPASSED-CT   PIC 9(07) COMP.
              10 WS-ST-BHELD-CT     PIC 9(07) COMP.
              10 WS-ST-BDUP-CT      PIC 9(07) COMP.

       01  WS-REPORT-HEADING.
           05 FILLER                PIC X(40)
                   VALUE "ADDRESS CHANGE BATCH PRE-EDIT REPORT -".
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(84)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(08)  VALUE "SOURCE".
           05 FILLER                PIC X(10)  VALUE "BATCH".
           05 FILLER                PIC X(10)  VALUE "CREATED".
           05 FILLER                PIC X(12)  VALUE "    DETAILS".
           05 FILLER                PIC X(14)  VALUE "   TRAILER CT".
           05 FILLER                PIC X(11)  VALUE "RESULT".
           05 FILLER                PIC X(67)  VALUE "REASON".

       01  WS-BATCH-LINE.
           05 RB-SOURCE-ID          PIC X(04).
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 RB-BATCH-NUMBER       PIC 9(07).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 RB-CREATION-DATE      PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RB-DETAIL-CT          PIC ZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RB-TRAILER-CT         PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 RB-RESULT             PIC X(08).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 RB-REASON             PIC X(30).
           05 FILLER                PIC X(37)  VALUE SPACES.

       01  WS-TRANS-LINE.
           05 FILLER                PIC X(10)  VALUE SPACES.
           05 FILLER                PIC X(09)  VALUE "CUSTOMER ".
           05 RT-CUSTOMER-ID        PIC X(09).
           05 FILLER                PIC X(07)  VALUE "  TYPE ".
           05 RT-ADDRESS-TYPE       PIC X(01).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RT-ADDRESS-LINE-1     PIC X(40).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RT-EDIT-MSG           PIC X(30).
           05 FILLER                PIC X(22)  VALUE SPACES.

       01  WS-MISSED-HEADING.
           05 FILLER                PIC X(38)
                   VALUE "IN-HOUSE BATCHES ISSUED BEFORE TODAY ".
           05 FILLER                PIC X(94)
                   VALUE "AND NEVER RECEIVED - NOW MARKED MISSED".

       01  WS-MISSED-LINE.
           05 RM-SOURCE-ID          PIC X(04).
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 RM-BATCH-NUMBER       PIC 9(07).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 RM-ISSUE-DATE         PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RM-PROGRAM-ID         PIC X(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RM-WRITER-CT          PIC ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 RM-REASON             PIC X(30).
           05 FILLER                PIC X(50)  VALUE SPACES.

       01  WS-SOURCE-LINE.
           05 FILLER                PIC X(05)  VALUE "FEED ".
           05 RS-SOURCE-ID          PIC X(04).
           05 FILLER                PIC X(10)  VALUE "  BATCHES ".
           05 RS-BATCH-CT           PIC ZZ,ZZ9.
           05 FILLER                PIC X(08)  VALUE "  PASSED".
           05 RS-BPASSED-CT         PIC ZZ,ZZ9.
           05 FILLER                PIC X(06)  VALUE "  HELD".
           05 RS-BHELD-CT           PIC ZZ,ZZ9.
           05 FILLER                PIC X(11)  VALUE "  DUPLICATE".
           05 RS-BDUP-CT            PIC ZZ,ZZ9.
           05 FILLER                PIC X(10)  VALUE "   RECORDS".
           05 RS-READ-CT            PIC ZZZ,ZZ9.
           05 FILLER                PIC X(08)  VALUE "  PASSED".
           05 RS-PASSED-CT          PIC ZZZ,ZZ9.
           05 FILLER                PIC X(10)  VALUE "  REJECTED".
           05 RS-REJECTED-CT        PIC ZZZ,ZZ9.
           05 FILLER                PIC X(15)  VALUE SPACES.

       01  WS-TOTAL-LINE.
           05 TL-LABEL              PIC X(36).
           05 TL-COUNT              PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(87)  VALUE SPACES.

       COPY ADDRTRAN.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - PROGRAM CONTROL                              *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-BATCH
               THRU 2000-PROCESS-BATCH-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 6000-UPDATE-BATCH-LOG
               THRU 6000-UPDATE-BATCH-LOG-EXIT.

           PERFORM 6200-LIST-MISSED-BATCHES
               THRU 6200-LIST-MISSED-BATCHES-EXIT.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - OPEN FILES, PRIME THE FIRST RECORD         *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           CALL "AD022GAT" USING WS-GATE-CALLER-ID
                                  WS-GATE-RC.
           IF WS-GATE-RC NOT LESS THAN 8
               DISPLAY "AD035PRE - PREREQUISITE GATE REFUSED THE RUN"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.

           OPEN INPUT  BATCH-IN.
           IF WS-ADDRBAT-STATUS NOT = "00"
               DISPLAY "AD035PRE - BATCH INPUT OPEN ERROR "
                       WS-ADDRBAT-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT EDITED-TRANS.
           IF WS-ADDRTRAN-STATUS NOT = "00"
               DISPLAY "AD035PRE - EDITED TRANSACTION OPEN ERROR "
                       WS-ADDRTRAN-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT HELD-BATCHES.
           IF WS-HELDBAT-STATUS NOT = "00"
               DISPLAY "AD035PRE - HELD BATCH FILE OPEN ERROR "
                       WS-HELDBAT-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN I-O    BATCH-LOG.
           IF WS-BTCHLOG-STATUS NOT = "00"
               DISPLAY "AD035PRE - BATCH LOG OPEN ERROR "
                       WS-BTCHLOG-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT PRE-EDIT-RPT.
           IF WS-PRERPT-STATUS NOT = "00"
               DISPLAY "AD035PRE - REPORT OPEN ERROR "
                       WS-PRERPT-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE WS-CURRENT-DATE TO HD-RUN-DATE.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-REPORT-HEADING.
           MOVE SPACES TO PRE-EDIT-REPORT-LINE.
           WRITE PRE-EDIT-REPORT-LINE.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-COLUMN-HEADING.

           PERFORM 2900-READ-BATCH-IN
               THRU 2900-READ-BATCH-IN-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-BATCH - COLLECT ONE BATCH, HEADER THROUGH       *
      *    TRAILER, ONTO THE WORK FILE, THEN DISPOSE OF IT.  THE NEXT   *
      *    HEADER OR END OF FILE ALSO ENDS A BATCH - A BATCH ENDED      *
      *    THAT WAY HAS NO TRAILER.                                     *
      ******************************************************************
       2000-PROCESS-BATCH.
           PERFORM 2100-START-BATCH
               THRU 2100-START-BATCH-EXIT.

           PERFORM 2200-COLLECT-RECORD
               THRU 2200-COLLECT-RECORD-EXIT
               UNTIL WS-EOF-YES
                  OR WS-TRAILER-FOUND
                  OR AB-HEADER.

           CLOSE BATCH-WORK.

           PERFORM 3000-DISPOSE-BATCH
               THRU 3000-DISPOSE-BATCH-EXIT.
       2000-PROCESS-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    2100-START-BATCH - A BATCH OPENS WITH ITS HEADER.  RECORDS   *
      *    MET BEFORE ANY HEADER ARE COLLECTED AS ONE HEADERLESS        *
      *    BATCH OF SOURCE "????".                                      *
      ******************************************************************
       2100-START-BATCH.
           MOVE "N"    TO WS-HEADER-SW.
           MOVE "N"    TO WS-TRAILER-SW.
           MOVE "N"    TO WS-TRAILER-VALID-SW.
           MOVE ZERO   TO WS-BAT-DETAIL-CT.
           MOVE ZERO   TO WS-BAT-HASH.
           MOVE ZERO   TO WS-BAT-STRAY-CT.
           MOVE ZERO   TO WS-BAT-FAIL-CT.
           MOVE ZERO   TO WS-BAT-TRL-COUNT.
           MOVE ZERO   TO WS-BAT-TRL-HASH.
           ADD 1 TO WS-BATCHES-CT.

           OPEN OUTPUT BATCH-WORK.
           IF WS-BATWORK-STATUS NOT = "00"
               DISPLAY "AD035PRE - WORK FILE OPEN ERROR "
                       WS-BATWORK-STATUS
               GO TO 9999-ABEND
           END-IF.

           IF NOT AB-HEADER
               MOVE "????"      TO WS-BAT-SOURCE
               MOVE ZERO        TO WS-BAT-NUMBER
               MOVE ZERO        TO WS-BAT-CREATION-DATE
               MOVE WS-BAT-SOURCE TO WS-EDIT-SOURCE
               GO TO 2100-START-BATCH-EXIT
           END-IF.

           MOVE "Y"             TO WS-HEADER-SW.
           MOVE AB-SOURCE-ID    TO WS-BAT-SOURCE.
           MOVE AB-BATCH-NUMBER TO WS-BAT-NUMBER.
           IF AB-CREATION-DATE NUMERIC
               MOVE AB-CREATION-DATE TO WS-BAT-CREATION-DATE
           ELSE
               MOVE ZERO             TO WS-BAT-CREATION-DATE
           END-IF.
           MOVE WS-BAT-SOURCE   TO WS-EDIT-SOURCE.

           WRITE BATCH-WORK-RECORD FROM ADDRESS-BATCH-RECORD.
           IF WS-BATWORK-STATUS NOT = "00"
               DISPLAY "AD035PRE - WORK FILE WRITE ERROR "
                       WS-BATWORK-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 2900-READ-BATCH-IN
               THRU 2900-READ-BATCH-IN-EXIT.
       2100-START-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    2200-COLLECT-RECORD - ADD ONE DETAIL (OR THE TRAILER) TO THE *
      *    BATCH ON THE WORK FILE.  EVERY DETAIL IS COUNTED, HASHED     *
      *    AND EDITED AS IT GOES BY; A RECORD CARRYING ANOTHER BATCH'S  *
      *    SOURCE OR NUMBER, OR NO KNOWN RECORD TYPE, IS A STRAY.       *
      ******************************************************************
       2200-COLLECT-RECORD.
           WRITE BATCH-WORK-RECORD FROM ADDRESS-BATCH-RECORD.
           IF WS-BATWORK-STATUS NOT = "00"
               DISPLAY "AD035PRE - WORK FILE WRITE ERROR "
                       WS-BATWORK-STATUS
               GO TO 9999-ABEND
           END-IF.

           IF AB-TRAILER
               MOVE "Y" TO WS-TRAILER-SW
               IF AB-RECORD-COUNT NUMERIC
                      AND AB-CUSTOMER-HASH NUMERIC
                   MOVE "Y"              TO WS-TRAILER-VALID-SW
                   MOVE AB-RECORD-COUNT  TO WS-BAT-TRL-COUNT
                   MOVE AB-CUSTOMER-HASH TO WS-BAT-TRL-HASH
               END-IF
               IF WS-HEADER-FOUND
                      AND (AB-SOURCE-ID NOT = WS-BAT-SOURCE
                        OR AB-BATCH-NUMBER NOT = WS-BAT-NUMBER)
                   ADD 1 TO WS-BAT-STRAY-CT
               END-IF
               GO TO 2200-COLLECT-RECORD-NEXT
           END-IF.

           ADD 1 TO WS-BAT-DETAIL-CT.
           ADD 1 TO WS-DETAILS-READ-CT.

           IF NOT AB-DETAIL
               ADD 1 TO WS-BAT-STRAY-CT
               GO TO 2200-COLLECT-RECORD-NEXT
           END-IF.

           IF WS-HEADER-FOUND
                  AND (AB-SOURCE-ID NOT = WS-BAT-SOURCE
                    OR AB-BATCH-NUMBER NOT = WS-BAT-NUMBER)
               ADD 1 TO WS-BAT-STRAY-CT
           END-IF.

           MOVE AB-DETAIL-DATA TO ADDRESS-TRANSACTION-RECORD.
           IF AT-CUSTOMER-ID NUMERIC
               ADD AT-CUSTOMER-ID TO WS-BAT-HASH
           END-IF.

           PERFORM 5000-EDIT-TRANSACTION
               THRU 5000-EDIT-TRANSACTION-EXIT.
           IF NOT WS-TRANS-VALID
               ADD 1 TO WS-BAT-FAIL-CT
           END-IF.
       2200-COLLECT-RECORD-NEXT.
           PERFORM 2900-READ-BATCH-IN
               THRU 2900-READ-BATCH-IN-EXIT.
       2200-COLLECT-RECORD-EXIT.
           EXIT.

       2900-READ-BATCH-IN.
           READ BATCH-IN
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2900-READ-BATCH-IN-EXIT.
           EXIT.

      ******************************************************************
      *    3000-DISPOSE-BATCH - DECIDE THE BATCH (PASS, HOLD OR REJECT  *
      *    AS A DUPLICATE), LIST IT, MOVE ITS RECORDS AND COUNT IT      *
      *    AGAINST ITS SOURCE.                                          *
      ******************************************************************
       3000-DISPOSE-BATCH.
           PERFORM 3100-CHECK-BATCH
               THRU 3100-CHECK-BATCH-EXIT.

           PERFORM 3600-FIND-SOURCE
               THRU 3600-FIND-SOURCE-EXIT.
           SET WS-ST-IDX TO WS-ST-SLOT.
           ADD 1                TO WS-ST-BATCH-CT (WS-ST-IDX).
           ADD WS-BAT-DETAIL-CT TO WS-ST-READ-CT (WS-ST-IDX).

           PERFORM 4000-LIST-BATCH
               THRU 4000-LIST-BATCH-EXIT.

           IF WS-DISP-PASS
               PERFORM 3400-PASS-BATCH
                   THRU 3400-PASS-BATCH-EXIT
               ADD 1 TO WS-BATCHES-PASSED-CT
               ADD 1 TO WS-ST-BPASSED-CT (WS-ST-IDX)
               ADD WS-BAT-DETAIL-CT TO WS-ST-PASSED-CT (WS-ST-IDX)
           ELSE
               IF WS-DISP-HOLD
                   PERFORM 3500-HOLD-BATCH
                       THRU 3500-HOLD-BATCH-EXIT
                   ADD 1 TO WS-BATCHES-HELD-CT
                   ADD 1 TO WS-ST-BHELD-CT (WS-ST-IDX)
               ELSE
                   ADD 1 TO WS-BATCHES-DUP-CT
                   ADD 1 TO WS-ST-BDUP-CT (WS-ST-IDX)
               END-IF
               ADD WS-BAT-DETAIL-CT TO WS-DETAILS-REJECTED-CT
               ADD WS-BAT-DETAIL-CT TO WS-ST-REJECTED-CT (WS-ST-IDX)
           END-IF.

           IF WS-HEADER-FOUND
               PERFORM 3800-RECORD-BATCH
                   THRU 3800-RECORD-BATCH-EXIT
           END-IF.
       3000-DISPOSE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    3100-CHECK-BATCH - THE FIRST REASON FOUND DECIDES THE        *
      *    BATCH; NONE FOUND PASSES IT.                                 *
      ******************************************************************
       3100-CHECK-BATCH.
           MOVE "P"    TO WS-DISPOSITION.
           MOVE SPACES TO WS-HOLD-REASON.
           MOVE "N"    TO WS-REGISTERED-SW.
           MOVE "N"    TO WS-CLIENT-SW.
           MOVE "N"    TO WS-ON-LOG-SW.
           MOVE SPACES TO WS-LOG-STATUS.
           MOVE ZERO   TO WS-LOG-WRITER-COUNT.
           MOVE ZERO   TO WS-LOG-WRITER-HASH.

           IF NOT WS-HEADER-FOUND
               MOVE "NO BATCH HEADER"            TO WS-HOLD-REASON
               GO TO 3100-CHECK-BATCH-HOLD
           END-IF.

           MOVE WS-BAT-SOURCE TO BL-SOURCE-ID.
           MOVE ZERO          TO BL-BATCH-NUMBER.
           READ BATCH-LOG
               INVALID KEY
                   MOVE "SOURCE NOT REGISTERED"  TO WS-HOLD-REASON
                   GO TO 3100-CHECK-BATCH-HOLD
           END-READ.
           MOVE "Y" TO WS-REGISTERED-SW.
           IF BL-SOURCE-CLIENT
               MOVE "Y" TO WS-CLIENT-SW
           END-IF.

           PERFORM 3150-FIND-IN-RUN
               THRU 3150-FIND-IN-RUN-EXIT.
           IF WS-BT-SLOT NOT = ZERO
               MOVE "BATCH REPEATED IN THIS RUN" TO WS-HOLD-REASON
               MOVE "R" TO WS-DISPOSITION
               GO TO 3100-CHECK-BATCH-EXIT
           END-IF.

           MOVE WS-BAT-SOURCE TO BL-SOURCE-ID.
           MOVE WS-BAT-NUMBER TO BL-BATCH-NUMBER.
           READ BATCH-LOG
               INVALID KEY
                   MOVE "N" TO WS-ON-LOG-SW
               NOT INVALID KEY
                   MOVE "Y"             TO WS-ON-LOG-SW
                   MOVE BL-STATUS       TO WS-LOG-STATUS
                   MOVE BL-WRITER-COUNT TO WS-LOG-WRITER-COUNT
                   MOVE BL-WRITER-HASH  TO WS-LOG-WRITER-HASH
           END-READ.

           IF WS-BATCH-ON-LOG AND WS-LOG-ACCEPTED
               MOVE "BATCH ALREADY PROCESSED"    TO WS-HOLD-REASON
               MOVE "R" TO WS-DISPOSITION
               GO TO 3100-CHECK-BATCH-EXIT
           END-IF.

           IF NOT WS-TRAILER-FOUND
               MOVE "NO TRAILER - BATCH INCOMPLETE"
                                                 TO WS-HOLD-REASON
               GO TO 3100-CHECK-BATCH-HOLD
           END-IF.

           IF WS-BAT-STRAY-CT > ZERO
               MOVE "RECORDS FROM ANOTHER BATCH" TO WS-HOLD-REASON
               GO TO 3100-CHECK-BATCH-HOLD
           END-IF.

           IF NOT WS-TRAILER-VALID
                  OR WS-BAT-DETAIL-CT NOT = WS-BAT-TRL-COUNT
                  OR WS-BAT-HASH NOT = WS-BAT-TRL-HASH
               MOVE "OUT OF BALANCE WITH TRAILER"
                                                 TO WS-HOLD-REASON
               GO TO 3100-CHECK-BATCH-HOLD
           END-IF.

           IF NOT WS-SOURCE-CLIENT
               IF NOT WS-BATCH-ON-LOG
                   MOVE "BATCH NEVER ISSUED"     TO WS-HOLD-REASON
                   GO TO 3100-CHECK-BATCH-HOLD
               END-IF
               IF WS-LOG-ISSUED
                   MOVE "WRITER NEVER CLOSED THE BATCH"
                                                 TO WS-HOLD-REASON
                   GO TO 3100-CHECK-BATCH-HOLD
               END-IF
               IF (WS-LOG-WRITTEN OR WS-LOG-MISSED)
                      AND (WS-BAT-DETAIL-CT NOT = WS-LOG-WRITER-COUNT
                        OR WS-BAT-HASH NOT = WS-LOG-WRITER-HASH)
                   MOVE "OUT OF BALANCE WITH WRITER LOG"
                                                 TO WS-HOLD-REASON
                   GO TO 3100-CHECK-BATCH-HOLD
               END-IF
           END-IF.

           IF WS-BAT-FAIL-CT > ZERO
               MOVE "TRANSACTION EDIT FAILURES"  TO WS-HOLD-REASON
               GO TO 3100-CHECK-BATCH-HOLD
           END-IF.

           GO TO 3100-CHECK-BATCH-EXIT.
       3100-CHECK-BATCH-HOLD.
           MOVE "H" TO WS-DISPOSITION.
       3100-CHECK-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    3150-FIND-IN-RUN - WS-BT-SLOT IS RETURNED ZERO WHEN THE      *
      *    BATCH HAS NOT ALREADY BEEN SEEN THIS RUN                     *
      ******************************************************************
       3150-FIND-IN-RUN.
           MOVE ZERO TO WS-BT-SLOT.

           PERFORM 3160-CHECK-ONE-BATCH
               THRU 3160-CHECK-ONE-BATCH-EXIT
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-USED.
       3150-FIND-IN-RUN-EXIT.
           EXIT.

       3160-CHECK-ONE-BATCH.
           IF WS-BT-SOURCE (WS-BT-IDX) = WS-BAT-SOURCE
                  AND WS-BT-NUMBER (WS-BT-IDX) = WS-BAT-NUMBER
               SET WS-BT-SLOT TO WS-BT-IDX
           END-IF.
       3160-CHECK-ONE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    3400-PASS-BATCH - WRITE THE BATCH'S DETAILS TO ADDRTRAN FOR  *
      *    AD001UPD                                                     *
      ******************************************************************
       3400-PASS-BATCH.
           MOVE "N" TO WS-WORK-EOF-SW.
           OPEN INPUT BATCH-WORK.
           IF WS-BATWORK-STATUS NOT = "00"
               DISPLAY "AD035PRE - WORK FILE OPEN ERROR "
                       WS-BATWORK-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 3450-PASS-ONE-RECORD
               THRU 3450-PASS-ONE-RECORD-EXIT
               UNTIL WS-WORK-EOF-YES.

           CLOSE BATCH-WORK.
       3400-PASS-BATCH-EXIT.
           EXIT.

       3450-PASS-ONE-RECORD.
           READ BATCH-WORK
               AT END
                   MOVE "Y" TO WS-WORK-EOF-SW
                   GO TO 3450-PASS-ONE-RECORD-EXIT
           END-READ.

           IF NOT BW-DETAIL
               GO TO 3450-PASS-ONE-RECORD-EXIT
           END-IF.

           MOVE BW-DETAIL-DATA TO ADDRESS-TRANSACTION-RECORD.
           WRITE EDITED-TRANS-RECORD FROM ADDRESS-TRANSACTION-RECORD.
           IF WS-ADDRTRAN-STATUS NOT = "00"
               DISPLAY "AD035PRE - EDITED TRANSACTION WRITE ERROR "
                       WS-ADDRTRAN-STATUS
               GO TO 9999-ABEND
           END-IF.
           ADD 1 TO WS-DETAILS-PASSED-CT.
       3450-PASS-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    3500-HOLD-BATCH - COPY THE BATCH AS RECEIVED TO HELDBAT AND  *
      *    LIST EVERY RECORD IN IT THAT CANNOT GO THROUGH AS IT STANDS  *
      ******************************************************************
       3500-HOLD-BATCH.
           MOVE "N" TO WS-WORK-EOF-SW.
           OPEN INPUT BATCH-WORK.
           IF WS-BATWORK-STATUS NOT = "00"
               DISPLAY "AD035PRE - WORK FILE OPEN ERROR "
                       WS-BATWORK-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 3550-HOLD-ONE-RECORD
               THRU 3550-HOLD-ONE-RECORD-EXIT
               UNTIL WS-WORK-EOF-YES.

           CLOSE BATCH-WORK.
       3500-HOLD-BATCH-EXIT.
           EXIT.

       3550-HOLD-ONE-RECORD.
           READ BATCH-WORK
               AT END
                   MOVE "Y" TO WS-WORK-EOF-SW
                   GO TO 3550-HOLD-ONE-RECORD-EXIT
           END-READ.

           WRITE HELD-BATCH-RECORD FROM BATCH-WORK-RECORD.
           IF WS-HELDBAT-STATUS NOT = "00"
               DISPLAY "AD035PRE - HELD BATCH WRITE ERROR "
                       WS-HELDBAT-STATUS
               GO TO 9999-ABEND
           END-IF.

           IF BW-HEADER OR BW-TRAILER
               GO TO 3550-HOLD-ONE-RECORD-EXIT
           END-IF.

           MOVE BW-DETAIL-DATA TO ADDRESS-TRANSACTION-RECORD.

           IF NOT BW-DETAIL
               MOVE "RECORD TYPE NOT H, D OR T" TO WS-EDIT-MSG
               PERFORM 4100-LIST-TRANSACTION
                   THRU 4100-LIST-TRANSACTION-EXIT
               GO TO 3550-HOLD-ONE-RECORD-EXIT
           END-IF.

           IF WS-HEADER-FOUND
                  AND (BW-SOURCE-ID NOT = WS-BAT-SOURCE
                    OR BW-BATCH-NUMBER NOT = WS-BAT-NUMBER)
               MOVE "RECORD OF ANOTHER BATCH" TO WS-EDIT-MSG
               PERFORM 4100-LIST-TRANSACTION
                   THRU 4100-LIST-TRANSACTION-EXIT
               GO TO 3550-HOLD-ONE-RECORD-EXIT
           END-IF.

           PERFORM 5000-EDIT-TRANSACTION
               THRU 5000-EDIT-TRANSACTION-EXIT.
           IF NOT WS-TRANS-VALID
               PERFORM 4100-LIST-TRANSACTION
                   THRU 4100-LIST-TRANSACTION-EXIT
           END-IF.
       3550-HOLD-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    3600-FIND-SOURCE - WS-ST-SLOT IS SET TO THE SOURCE'S ENTRY,  *
      *    WHICH IS ADDED ON THE SOURCE'S FIRST BATCH.  A FULL TABLE    *
      *    WOULD LOSE COUNTS AD005BAL PROVES AGAINST, SO IT STOPS THE   *
      *    RUN - NOTHING HAS BEEN MARKED ON THE BATCH LOG YET.          *
      ******************************************************************
       3600-FIND-SOURCE.
           MOVE ZERO TO WS-ST-SLOT.

           PERFORM 3650-CHECK-ONE-SOURCE
               THRU 3650-CHECK-ONE-SOURCE-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-USED.

           IF WS-ST-SLOT NOT = ZERO
               GO TO 3600-FIND-SOURCE-EXIT
           END-IF.

           IF WS-ST-USED NOT < WS-ST-MAX
               DISPLAY "AD035PRE - SOURCE TABLE FULL AT " WS-ST-MAX
                       " - SOURCE " WS-BAT-SOURCE " NOT COUNTED"
               GO TO 9999-ABEND
           END-IF.

           ADD 1 TO WS-ST-USED.
           MOVE WS-ST-USED TO WS-ST-SLOT.
           SET WS-ST-IDX TO WS-ST-SLOT.
           MOVE WS-BAT-SOURCE TO WS-ST-SOURCE (WS-ST-IDX).
           MOVE ZERO          TO WS-ST-READ-CT (WS-ST-IDX)
                                 WS-ST-PASSED-CT (WS-ST-IDX)
                                 WS-ST-REJECTED-CT (WS-ST-IDX)
                                 WS-ST-BATCH-CT (WS-ST-IDX)
                                 WS-ST-BPASSED-CT (WS-ST-IDX)
                                 WS-ST-BHELD-CT (WS-ST-IDX)
                                 WS-ST-BDUP-CT (WS-ST-IDX).
       3600-FIND-SOURCE-EXIT.
           EXIT.

       3650-CHECK-ONE-SOURCE.
           IF WS-ST-SOURCE (WS-ST-IDX) = WS-BAT-SOURCE
               SET WS-ST-SLOT TO WS-ST-IDX
           END-IF.
       3650-CHECK-ONE-SOURCE-EXIT.
           EXIT.

      ******************************************************************
      *    3800-RECORD-BATCH - KEEP THE BATCH FOR THE IN-RUN DUPLICATE  *
      *    CHECK AND THE END-OF-JOB BATCH LOG UPDATE.  A FULL TABLE     *
      *    STOPS THE RUN BEFORE THE LOG IS TOUCHED.                     *
      ******************************************************************
       3800-RECORD-BATCH.
           IF WS-BT-USED NOT < WS-BT-MAX
               DISPLAY "AD035PRE - BATCH TABLE FULL AT " WS-BT-MAX
                       " - SPLIT THE ADDRBAT INPUT AND RERUN"
               GO TO 9999-ABEND
           END-IF.

           ADD 1 TO WS-BT-USED.
           SET WS-BT-IDX TO WS-BT-USED.
           MOVE WS-BAT-SOURCE     TO WS-BT-SOURCE (WS-BT-IDX).
           MOVE WS-BAT-NUMBER     TO WS-BT-NUMBER (WS-BT-IDX).
           MOVE WS-DISPOSITION    TO WS-BT-DISPOSITION (WS-BT-IDX).
           MOVE WS-REGISTERED-SW  TO WS-BT-REGISTERED (WS-BT-IDX).
           MOVE WS-CLIENT-SW      TO WS-BT-CLIENT (WS-BT-IDX).
           MOVE WS-ON-LOG-SW      TO WS-BT-ON-LOG (WS-BT-IDX).
           MOVE WS-BAT-DETAIL-CT  TO WS-BT-DETAIL-CT (WS-BT-IDX).
           MOVE WS-BAT-HASH       TO WS-BT-HASH (WS-BT-IDX).
           MOVE WS-BAT-FAIL-CT    TO WS-BT-FAIL-CT (WS-BT-IDX).
           MOVE WS-HOLD-REASON    TO WS-BT-REASON (WS-BT-IDX).
       3800-RECORD-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    4000-LIST-BATCH - ONE LINE PER BATCH                         *
      ******************************************************************
       4000-LIST-BATCH.
           MOVE WS-BAT-SOURCE        TO RB-SOURCE-ID.
           MOVE WS-BAT-NUMBER        TO RB-BATCH-NUMBER.
           MOVE WS-BAT-CREATION-DATE TO RB-CREATION-DATE.
           MOVE WS-BAT-DETAIL-CT     TO RB-DETAIL-CT.
           MOVE WS-BAT-TRL-COUNT     TO RB-TRAILER-CT.
           MOVE WS-HOLD-REASON       TO RB-REASON.
           IF WS-DISP-PASS
               MOVE "PASSED"         TO RB-RESULT
           ELSE
               IF WS-DISP-HOLD
                   MOVE "HELD"       TO RB-RESULT
               ELSE
                   MOVE "REJECTED"   TO RB-RESULT
               END-IF
           END-IF.

           WRITE PRE-EDIT-REPORT-LINE FROM WS-BATCH-LINE.
       4000-LIST-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    4100-LIST-TRANSACTION - ONE RECORD OF A HELD BATCH, WITH     *
      *    WHAT IS WRONG WITH IT IN WS-EDIT-MSG                         *
      ******************************************************************
       4100-LIST-TRANSACTION.
           MOVE AT-CUSTOMER-ID        TO RT-CUSTOMER-ID.
           MOVE AT-ADDRESS-TYPE       TO RT-ADDRESS-TYPE.
           MOVE AT-NEW-ADDRESS-LINE-1 TO RT-ADDRESS-LINE-1.
           MOVE WS-EDIT-MSG           TO RT-EDIT-MSG.

           WRITE PRE-EDIT-REPORT-LINE FROM WS-TRANS-LINE.
       4100-LIST-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      *    5000-EDIT-TRANSACTION - EDIT ADDRESS-TRANSACTION-RECORD.     *
      *    THE FIRST FAILURE FOUND IS LEFT IN WS-EDIT-MSG.              *
      ******************************************************************
       5000-EDIT-TRANSACTION.
           MOVE "N"    TO WS-TRANS-VALID-SW.
           MOVE SPACES TO WS-EDIT-MSG.

           IF AT-CUSTOMER-ID NOT NUMERIC
               MOVE "CUSTOMER ID NOT NUMERIC"    TO WS-EDIT-MSG
               GO TO 5000-EDIT-TRANSACTION-EXIT
           END-IF.

           IF AT-CUSTOMER-ID = ZERO
               MOVE "CUSTOMER ID MISSING"        TO WS-EDIT-MSG
               GO TO 5000-EDIT-TRANSACTION-EXIT
           END-IF.

           IF NOT AT-TYPE-BILLING
                  AND NOT AT-TYPE-SHIPPING
                  AND NOT AT-TYPE-LEGAL
                  AND NOT AT-TYPE-SEASONAL
               MOVE "ADDRESS TYPE NOT B, S, L OR A"
                                                 TO WS-EDIT-MSG
               GO TO 5000-EDIT-TRANSACTION-EXIT
           END-IF.

           IF AT-NEW-ADDRESS-LINE-1 = SPACES
               MOVE "ADDRESS LINE 1 MISSING"     TO WS-EDIT-MSG
               GO TO 5000-EDIT-TRANSACTION-EXIT
           END-IF.

           IF AT-COUNTRY-DOMESTIC
               PERFORM 5100-EDIT-DOMESTIC
                   THRU 5100-EDIT-DOMESTIC-EXIT
           ELSE
               PERFORM 5200-EDIT-FOREIGN
                   THRU 5200-EDIT-FOREIGN-EXIT
           END-IF.
           IF WS-EDIT-MSG NOT = SPACES
               GO TO 5000-EDIT-TRANSACTION-EXIT
           END-IF.

           IF AT-TYPE-SEASONAL
               PERFORM 5300-EDIT-SEASONAL-RANGE
                   THRU 5300-EDIT-SEASONAL-RANGE-EXIT
               IF NOT WS-RANGE-VALID-YES
                   MOVE "SEASONAL RANGE INVALID" TO WS-EDIT-MSG
                   GO TO 5000-EDIT-TRANSACTION-EXIT
               END-IF
           END-IF.

           MOVE "Y" TO WS-TRANS-VALID-SW.
       5000-EDIT-TRANSACTION-EXIT.
           EXIT.

      ******************************************************************
      *    5100-EDIT-DOMESTIC - CITY, STATE AND A NUMERIC ZIP/ZIP+4,    *
      *    AND NOTHING IN THE FOREIGN FIELDS                            *
      ******************************************************************
       5100-EDIT-DOMESTIC.
           IF AT-NEW-CITY = SPACES
               MOVE "DOMESTIC CITY MISSING"      TO WS-EDIT-MSG
               GO TO 5100-EDIT-DOMESTIC-EXIT
           END-IF.

           IF AT-NEW-STATE = SPACES
               MOVE "DOMESTIC STATE MISSING"     TO WS-EDIT-MSG
               GO TO 5100-EDIT-DOMESTIC-EXIT
           END-IF.

           IF AT-NEW-ZIP1 NOT NUMERIC
               MOVE "ZIP CODE NOT NUMERIC"       TO WS-EDIT-MSG
               GO TO 5100-EDIT-DOMESTIC-EXIT
           END-IF.

           IF AT-NEW-ZIP1 = ZERO
               MOVE "ZIP CODE MISSING"           TO WS-EDIT-MSG
               GO TO 5100-EDIT-DOMESTIC-EXIT
           END-IF.

           IF AT-NEW-ZIP2 NOT NUMERIC
               MOVE "ZIP+4 NOT NUMERIC"          TO WS-EDIT-MSG
               GO TO 5100-EDIT-DOMESTIC-EXIT
           END-IF.

           IF AT-NEW-COUNTRY-NAME NOT = SPACES
                  OR AT-NEW-INTL-CITY NOT = SPACES
                  OR AT-NEW-INTL-PROVINCE NOT = SPACES
               MOVE "FOREIGN FIELDS ON DOMESTIC"  TO WS-EDIT-MSG
           END-IF.
       5100-EDIT-DOMESTIC-EXIT.
           EXIT.

      ******************************************************************
      *    5200-EDIT-FOREIGN - NOT FROM A USPS (DOMESTIC-ONLY) SOURCE;  *
      *    COUNTRY NAME AND CITY PRESENT; NO STATE OR ZIP               *
      ******************************************************************
       5200-EDIT-FOREIGN.
           IF WS-SOURCE-DOMESTIC-ONLY
               MOVE "FOREIGN ADDRESS FROM USPS FEED"
                                                 TO WS-EDIT-MSG
               GO TO 5200-EDIT-FOREIGN-EXIT
           END-IF.

           IF AT-NEW-COUNTRY-NAME = SPACES
               MOVE "COUNTRY NAME MISSING"       TO WS-EDIT-MSG
               GO TO 5200-EDIT-FOREIGN-EXIT
           END-IF.

           IF AT-NEW-INTL-CITY = SPACES
               MOVE "FOREIGN CITY MISSING"       TO WS-EDIT-MSG
               GO TO 5200-EDIT-FOREIGN-EXIT
           END-IF.

           IF AT-NEW-STATE NOT = SPACES
               MOVE "DOMESTIC STATE ON FOREIGN"  TO WS-EDIT-MSG
               GO TO 5200-EDIT-FOREIGN-EXIT
           END-IF.

           IF AT-NEW-ZIP1 NUMERIC
               IF AT-NEW-ZIP1 NOT = ZERO
                   MOVE "DOMESTIC ZIP ON FOREIGN" TO WS-EDIT-MSG
               END-IF
           END-IF.
       5200-EDIT-FOREIGN-EXIT.
           EXIT.

      ******************************************************************
      *    5300-EDIT-SEASONAL-RANGE - THE SAME RULE AD001UPD APPLIES:   *
      *    BOTH MMDD ZERO (END THE SEASONAL ADDRESS) OR TWO VALID       *
      *    MONTH/DAY PAIRS                                              *
      ******************************************************************
       5300-EDIT-SEASONAL-RANGE.
           MOVE "N" TO WS-RANGE-VALID-SW.

           IF AT-SEASONAL-START-MMDD NOT NUMERIC
                  OR AT-SEASONAL-END-MMDD NOT NUMERIC
               GO TO 5300-EDIT-SEASONAL-RANGE-EXIT
           END-IF.

           IF AT-SEASONAL-START-MMDD = ZERO
                  AND AT-SEASONAL-END-MMDD = ZERO
               MOVE "Y" TO WS-RANGE-VALID-SW
               GO TO 5300-EDIT-SEASONAL-RANGE-EXIT
           END-IF.

           MOVE AT-SEASONAL-START-MMDD TO WS-EDIT-MMDD.
           PERFORM 5350-EDIT-ONE-MMDD
               THRU 5350-EDIT-ONE-MMDD-EXIT.
           IF NOT WS-MMDD-VALID-YES
               GO TO 5300-EDIT-SEASONAL-RANGE-EXIT
           END-IF.

           MOVE AT-SEASONAL-END-MMDD TO WS-EDIT-MMDD.
           PERFORM 5350-EDIT-ONE-MMDD
               THRU 5350-EDIT-ONE-MMDD-EXIT.
           IF WS-MMDD-VALID-YES
               MOVE "Y" TO WS-RANGE-VALID-SW
           END-IF.
       5300-EDIT-SEASONAL-RANGE-EXIT.
           EXIT.

       5350-EDIT-ONE-MMDD.
           MOVE "N" TO WS-MMDD-VALID-SW.
           IF WS-EDIT-MM > 0 AND WS-EDIT-MM < 13
                  AND WS-EDIT-DD > 0 AND WS-EDIT-DD < 32
               MOVE "Y" TO WS-MMDD-VALID-SW
           END-IF.
       5350-EDIT-ONE-MMDD-EXIT.
           EXIT.

      ******************************************************************
      *    6000-UPDATE-BATCH-LOG - NOW THAT THE RUN HAS COMPLETED,      *
      *    MARK EVERY BATCH PASSED ("A") OR HELD ("H") ON THE BATCH     *
      *    LOG.  DUPLICATES ARE ALREADY ON IT; HEADERLESS BATCHES AND   *
      *    UNREGISTERED SOURCES HAVE NO PLACE ON IT; AN IN-HOUSE        *
      *    NUMBER THE LOG NEVER ISSUED IS NOT ADDED, OR THE WRITER      *
      *    WOULD COLLIDE WITH IT WHEN THE NUMBER IS ISSUED.             *
      ******************************************************************
       6000-UPDATE-BATCH-LOG.
           PERFORM 6100-UPDATE-ONE-BATCH
               THRU 6100-UPDATE-ONE-BATCH-EXIT
               VARYING WS-BT-IDX FROM 1 BY 1
               UNTIL WS-BT-IDX > WS-BT-USED.
       6000-UPDATE-BATCH-LOG-EXIT.
           EXIT.

       6100-UPDATE-ONE-BATCH.
           IF WS-BT-DISPOSITION (WS-BT-IDX) = "R"
                  OR WS-BT-REGISTERED (WS-BT-IDX) NOT = "Y"
               GO TO 6100-UPDATE-ONE-BATCH-EXIT
           END-IF.

           IF WS-BT-ON-LOG (WS-BT-IDX) NOT = "Y"
                  AND WS-BT-CLIENT (WS-BT-IDX) NOT = "Y"
               GO TO 6100-UPDATE-ONE-BATCH-EXIT
           END-IF.

           MOVE WS-BT-SOURCE (WS-BT-IDX) TO BL-SOURCE-ID.
           MOVE WS-BT-NUMBER (WS-BT-IDX) TO BL-BATCH-NUMBER.

           IF WS-BT-ON-LOG (WS-BT-IDX) = "Y"
               READ BATCH-LOG
                   INVALID KEY
                       DISPLAY "AD035PRE - BATCH " BL-SOURCE-ID " "
                               BL-BATCH-NUMBER " GONE FROM THE LOG"
                       MOVE 8 TO RETURN-CODE
                       GO TO 6100-UPDATE-ONE-BATCH-EXIT
               END-READ
           ELSE
               MOVE SPACES            TO BL-BATCH-DATA
               MOVE "CLIENT"          TO BL-PROGRAM-ID
               MOVE WS-CURRENT-DATE   TO BL-ISSUE-DATE
               MOVE WS-CURRENT-TIME   TO BL-ISSUE-TIME
               MOVE ZERO              TO BL-WRITER-COUNT
                                         BL-WRITER-HASH
                                         BL-RECEIVED-DATE
                                         BL-RECEIVED-COUNT
                                         BL-RECEIVED-HASH
                                         BL-HOLD-CT
           END-IF.

           MOVE WS-BT-DISPOSITION (WS-BT-IDX) TO BL-STATUS.
           IF WS-BT-DISPOSITION (WS-BT-IDX) = "P"
               MOVE "A" TO BL-STATUS
           END-IF.
           MOVE WS-CURRENT-DATE            TO BL-RECEIVED-DATE.
           MOVE WS-BT-DETAIL-CT (WS-BT-IDX) TO BL-RECEIVED-COUNT.
           MOVE WS-BT-HASH (WS-BT-IDX)     TO BL-RECEIVED-HASH.
           MOVE WS-BT-REASON (WS-BT-IDX)   TO BL-HOLD-REASON.
           IF WS-BT-FAIL-CT (WS-BT-IDX) > 999
               MOVE 999                    TO BL-HOLD-CT
           ELSE
               MOVE WS-BT-FAIL-CT (WS-BT-IDX) TO BL-HOLD-CT
           END-IF.

           IF WS-BT-ON-LOG (WS-BT-IDX) = "Y"
               REWRITE BATCH-LOG-RECORD
           ELSE
               WRITE BATCH-LOG-RECORD
           END-IF.
           IF WS-BTCHLOG-STATUS NOT = "00"
               DISPLAY "AD035PRE - BATCH LOG UPDATE ERROR "
                       WS-BTCHLOG-STATUS " BATCH " BL-SOURCE-ID " "
                       BL-BATCH-NUMBER
               MOVE 8 TO RETURN-CODE
               GO TO 6100-UPDATE-ONE-BATCH-EXIT
           END-IF.

           IF WS-BT-DISPOSITION (WS-BT-IDX) NOT = "P"
               GO TO 6100-UPDATE-ONE-BATCH-EXIT
           END-IF.

           MOVE ZERO TO BL-BATCH-NUMBER.
           READ BATCH-LOG
               INVALID KEY
                   GO TO 6100-UPDATE-ONE-BATCH-EXIT
           END-READ.
           IF WS-BT-NUMBER (WS-BT-IDX) > BL-LAST-ACCEPTED
               MOVE WS-BT-NUMBER (WS-BT-IDX) TO BL-LAST-ACCEPTED
           END-IF.
           MOVE WS-CURRENT-DATE TO BL-LAST-ACCEPTED-DATE.
           REWRITE BATCH-LOG-RECORD.
           IF WS-BTCHLOG-STATUS NOT = "00"
               DISPLAY "AD035PRE - BATCH LOG UPDATE ERROR "
                       WS-BTCHLOG-STATUS " SOURCE " BL-SOURCE-ID
               MOVE 8 TO RETURN-CODE
           END-IF.
       6100-UPDATE-ONE-BATCH-EXIT.
           EXIT.

      ******************************************************************
      *    6200-LIST-MISSED-BATCHES - BROWSE THE WHOLE BATCH LOG FOR    *
      *    IN-HOUSE BATCHES ISSUED BEFORE TODAY THAT ARE STILL ISSUED   *
      *    OR WRITTEN - A FEED THAT NEVER REACHED THE PRE-EDIT.  EACH   *
      *    IS LISTED AND MARKED MISSED SO IT IS REPORTED ONCE; IF IT    *
      *    TURNS UP LATER IT IS STILL PROVED AGAINST ITS WRITER'S LOG.  *
      ******************************************************************
       6200-LIST-MISSED-BATCHES.
           MOVE "N" TO WS-LOG-EOF-SW.

           MOVE SPACES TO PRE-EDIT-REPORT-LINE.
           WRITE PRE-EDIT-REPORT-LINE.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-MISSED-HEADING.

           MOVE LOW-VALUES TO BL-KEY.
           START BATCH-LOG
               KEY IS NOT LESS THAN BL-KEY
               INVALID KEY
                   MOVE "Y" TO WS-LOG-EOF-SW
           END-START.

           PERFORM 6250-CHECK-ONE-ENTRY
               THRU 6250-CHECK-ONE-ENTRY-EXIT
               UNTIL WS-LOG-EOF-YES.
       6200-LIST-MISSED-BATCHES-EXIT.
           EXIT.

       6250-CHECK-ONE-ENTRY.
           READ BATCH-LOG NEXT RECORD
               AT END
                   MOVE "Y" TO WS-LOG-EOF-SW
                   GO TO 6250-CHECK-ONE-ENTRY-EXIT
           END-READ.

           IF BL-BATCH-NUMBER = ZERO
               GO TO 6250-CHECK-ONE-ENTRY-EXIT
           END-IF.

           IF NOT BL-STATUS-ISSUED AND NOT BL-STATUS-WRITTEN
               GO TO 6250-CHECK-ONE-ENTRY-EXIT
           END-IF.

           IF BL-ISSUE-DATE NOT < WS-CURRENT-DATE
               GO TO 6250-CHECK-ONE-ENTRY-EXIT
           END-IF.

           MOVE BL-SOURCE-ID    TO RM-SOURCE-ID.
           MOVE BL-BATCH-NUMBER TO RM-BATCH-NUMBER.
           MOVE BL-ISSUE-DATE   TO RM-ISSUE-DATE.
           MOVE BL-PROGRAM-ID   TO RM-PROGRAM-ID.
           MOVE BL-WRITER-COUNT TO RM-WRITER-CT.
           IF BL-STATUS-ISSUED
               MOVE "WRITER NEVER CLOSED THE BATCH" TO RM-REASON
           ELSE
               MOVE "WRITTEN BUT NEVER RECEIVED"    TO RM-REASON
           END-IF.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-MISSED-LINE.
           ADD 1 TO WS-BATCHES-MISSED-CT.

           MOVE "M" TO BL-STATUS.
           REWRITE BATCH-LOG-RECORD.
           IF WS-BTCHLOG-STATUS NOT = "00"
               DISPLAY "AD035PRE - BATCH LOG UPDATE ERROR "
                       WS-BTCHLOG-STATUS " BATCH " BL-SOURCE-ID " "
                       BL-BATCH-NUMBER
               MOVE 8 TO RETURN-CODE
           END-IF.
       6250-CHECK-ONE-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - PER-SOURCE AND RUN TOTALS, RUN CONTROL,     *
      *    CLOSE FILES                                                  *
      ******************************************************************
       8000-TERMINATE.
           MOVE SPACES TO PRE-EDIT-REPORT-LINE.
           WRITE PRE-EDIT-REPORT-LINE.

           PERFORM 8100-LIST-ONE-SOURCE
               THRU 8100-LIST-ONE-SOURCE-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-USED.

           MOVE SPACES TO PRE-EDIT-REPORT-LINE.
           WRITE PRE-EDIT-REPORT-LINE.
           MOVE "BATCHES READ"                   TO TL-LABEL.
           MOVE WS-BATCHES-CT                    TO TL-COUNT.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "BATCHES PASSED TO AD001UPD"     TO TL-LABEL.
           MOVE WS-BATCHES-PASSED-CT             TO TL-COUNT.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "BATCHES HELD"                   TO TL-LABEL.
           MOVE WS-BATCHES-HELD-CT               TO TL-COUNT.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "BATCHES REJECTED AS DUPLICATES" TO TL-LABEL.
           MOVE WS-BATCHES-DUP-CT                TO TL-COUNT.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "BATCHES MISSED"                 TO TL-LABEL.
           MOVE WS-BATCHES-MISSED-CT             TO TL-COUNT.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "TRANSACTIONS READ"              TO TL-LABEL.
           MOVE WS-DETAILS-READ-CT               TO TL-COUNT.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "TRANSACTIONS PASSED TO AD001UPD" TO TL-LABEL.
           MOVE WS-DETAILS-PASSED-CT             TO TL-COUNT.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-TOTAL-LINE.
           MOVE "TRANSACTIONS HELD OR REJECTED"  TO TL-LABEL.
           MOVE WS-DETAILS-REJECTED-CT           TO TL-COUNT.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-TOTAL-LINE.

           DISPLAY "AD035PRE - BATCHES READ         " WS-BATCHES-CT.
           DISPLAY "AD035PRE - BATCHES PASSED       "
                   WS-BATCHES-PASSED-CT.
           DISPLAY "AD035PRE - BATCHES HELD         "
                   WS-BATCHES-HELD-CT.
           DISPLAY "AD035PRE - DUPLICATES REJECTED  "
                   WS-BATCHES-DUP-CT.
           DISPLAY "AD035PRE - BATCHES MISSED       "
                   WS-BATCHES-MISSED-CT.
           DISPLAY "AD035PRE - TRANSACTIONS READ    "
                   WS-DETAILS-READ-CT.
           DISPLAY "AD035PRE - TRANSACTIONS PASSED  "
                   WS-DETAILS-PASSED-CT.

           IF RETURN-CODE < 4
                  AND (WS-BATCHES-HELD-CT > ZERO
                    OR WS-BATCHES-DUP-CT > ZERO
                    OR WS-BATCHES-MISSED-CT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.

           PERFORM 7500-WRITE-RUN-CONTROL
               THRU 7500-WRITE-RUN-CONTROL-EXIT.

           CLOSE BATCH-IN.
           CLOSE EDITED-TRANS.
           CLOSE HELD-BATCHES.
           CLOSE BATCH-LOG.
           CLOSE PRE-EDIT-RPT.
       8000-TERMINATE-EXIT.
           EXIT.

       8100-LIST-ONE-SOURCE.
           MOVE WS-ST-SOURCE (WS-ST-IDX)      TO RS-SOURCE-ID.
           MOVE WS-ST-BATCH-CT (WS-ST-IDX)    TO RS-BATCH-CT.
           MOVE WS-ST-BPASSED-CT (WS-ST-IDX)  TO RS-BPASSED-CT.
           MOVE WS-ST-BHELD-CT (WS-ST-IDX)    TO RS-BHELD-CT.
           MOVE WS-ST-BDUP-CT (WS-ST-IDX)     TO RS-BDUP-CT.
           MOVE WS-ST-READ-CT (WS-ST-IDX)     TO RS-READ-CT.
           MOVE WS-ST-PASSED-CT (WS-ST-IDX)   TO RS-PASSED-CT.
           MOVE WS-ST-REJECTED-CT (WS-ST-IDX) TO RS-REJECTED-CT.
           WRITE PRE-EDIT-REPORT-LINE FROM WS-SOURCE-LINE.
       8100-LIST-ONE-SOURCE-EXIT.
           EXIT.

      ******************************************************************
      *    7500-WRITE-RUN-CONTROL - FILE THIS RUN'S COUNTS ON THE       *
      *    SHARED RUN-CONTROL FILE, THEN ONE RECORD PER SOURCE UNDER    *
      *    FEED + THE SOURCE CODE, FOR THE END-OF-STREAM BALANCING      *
      *    STEP.  A SECOND RUN ON THE SAME DATE REPLACES THE EXISTING   *
      *    ENTRIES.                                                     *
      ******************************************************************
       7500-WRITE-RUN-CONTROL.
           OPEN I-O   RUN-CONTROL.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AD035PRE - RUN CONTROL OPEN ERROR "
                       WS-RUNCTL-STATUS
               MOVE 8 TO RETURN-CODE
               GO TO 7500-WRITE-RUN-CONTROL-EXIT
           END-IF.

           MOVE "AD035PRE"             TO RC-PROGRAM-ID.
           MOVE WS-CURRENT-DATE        TO RC-RUN-DATE.
           MOVE WS-CURRENT-TIME        TO RC-RUN-TIME.
           MOVE WS-DETAILS-READ-CT     TO RC-RECORDS-READ.
           MOVE WS-DETAILS-PASSED-CT   TO RC-RECORDS-WRITTEN.
           MOVE WS-DETAILS-REJECTED-CT TO RC-RECORDS-REJECTED.
           MOVE WS-BATCHES-CT          TO RC-COUNT-A.
           MOVE WS-BATCHES-PASSED-CT   TO RC-COUNT-B.
           MOVE WS-BATCHES-HELD-CT     TO RC-COUNT-C.
           MOVE WS-BATCHES-MISSED-CT   TO RC-COUNT-D.
           MOVE RETURN-CODE            TO RC-RETURN-CODE.

           PERFORM 7600-FILE-RUN-CONTROL
               THRU 7600-FILE-RUN-CONTROL-EXIT.

           PERFORM 7550-WRITE-FEED-CONTROL
               THRU 7550-WRITE-FEED-CONTROL-EXIT
               VARYING WS-ST-IDX FROM 1 BY 1
               UNTIL WS-ST-IDX > WS-ST-USED.

           CLOSE RUN-CONTROL.
       7500-WRITE-RUN-CONTROL-EXIT.
           EXIT.

       7550-WRITE-FEED-CONTROL.
           MOVE WS-ST-SOURCE (WS-ST-IDX)      TO WS-FEED-SOURCE-ID.
           MOVE WS-FEED-CONTROL-ID            TO RC-PROGRAM-ID.
           MOVE WS-CURRENT-DATE               TO RC-RUN-DATE.
           MOVE WS-CURRENT-TIME               TO RC-RUN-TIME.
           MOVE WS-ST-READ-CT (WS-ST-IDX)     TO RC-RECORDS-READ.
           MOVE WS-ST-PASSED-CT (WS-ST-IDX)   TO RC-RECORDS-WRITTEN.
           MOVE WS-ST-REJECTED-CT (WS-ST-IDX) TO RC-RECORDS-REJECTED.
           MOVE WS-ST-BATCH-CT (WS-ST-IDX)    TO RC-COUNT-A.
           MOVE WS-ST-BPASSED-CT (WS-ST-IDX)  TO RC-COUNT-B.
           MOVE WS-ST-BHELD-CT (WS-ST-IDX)    TO RC-COUNT-C.
           MOVE WS-ST-BDUP-CT (WS-ST-IDX)     TO RC-COUNT-D.
           IF WS-ST-BHELD-CT (WS-ST-IDX) > ZERO
                  OR WS-ST-BDUP-CT (WS-ST-IDX) > ZERO
               MOVE 4                         TO RC-RETURN-CODE
           ELSE
               MOVE ZERO                      TO RC-RETURN-CODE
           END-IF.

           PERFORM 7600-FILE-RUN-CONTROL
               THRU 7600-FILE-RUN-CONTROL-EXIT.
       7550-WRITE-FEED-CONTROL-EXIT.
           EXIT.

       7600-FILE-RUN-CONTROL.
           WRITE RUN-CONTROL-RECORD
               INVALID KEY
                   REWRITE RUN-CONTROL-RECORD
           END-WRITE.

           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AD035PRE - RUN CONTROL WRITE ERROR "
                       WS-RUNCTL-STATUS " " RC-PROGRAM-ID
               MOVE 8 TO RETURN-CODE
           END-IF.
       7600-FILE-RUN-CONTROL-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - FATAL FILE ERROR                                *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
