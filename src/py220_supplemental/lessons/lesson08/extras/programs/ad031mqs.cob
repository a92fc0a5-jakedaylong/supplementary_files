      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD031MQS                                        *
      *   TITLE:       MONTHLY MAIL-QUALITY SCORECARD                  *
      *                                                                *
      *   NARRATIVE:   MONTH-END.  SCORES THE MONTH'S MAIL QUALITY     *
      *                FROM THE FILES THE ADDRESS STREAM ALREADY       *
      *                KEEPS, FILES ONE RECORD PER MONTH ON THE        *
      *                MQSHIST SCORECARD HISTORY, AND PRINTS EACH      *
      *                METRIC FOR THIS MONTH, LAST MONTH, AND THE      *
      *                ROLLING 12 MONTHS (AVERAGE, LOW, HIGH), WITH    *
      *                A FLAG ON EVERY METRIC THAT MOVED FROM LAST     *
      *                MONTH BY MORE THAN ITS TOLERANCE.  METRICS:     *
      *                                                                *
      *                - CASS MATCH RATE - CERTIFIED PIECES            *
      *                  (PS-CASS-CERTIFIED-SW) ON THE MONTH'S         *
      *                  PRESORT EXTRACTS.                             *
      *                - RETURNS PER THOUSAND MAILED, IN TOTAL AND BY  *
      *                  RETURN REASON - UNDELMAIL EVENTS TRACED TO    *
      *                  THE DROPS MAILED THIS MONTH (MAILMAN), ALSO   *
      *                  LISTED DROP BY DROP.                          *
      *                - SHARE OF CUSTOMERS FLAGGED BAD-ADDRESS, AND   *
      *                  WITH EACH MAILING PREFERENCE.                 *
      *                - NCOA AUTO-UPDATE AND PARTIAL (MANUAL REVIEW)  *
      *                  HIT RATES FROM THE MONTH'S AD003NCO RUN-      *
      *                  CONTROL RECORDS.                              *
      *                - EXCEPTION-QUEUE AND NCOA-QUEUE INFLOW VERSUS  *
      *                  CLOSURES.                                     *
      *                - POSTAGE SPENT VERSUS DISCOUNT CAPTURED - THE  *
      *                  MAIL-HOUSE INVOICE LINES FOR THE CASS CYCLES  *
      *                  THE MONTH'S PIECES WERE MAILED UNDER, AGAINST *
      *                  THE SAME PIECES AT THE PSRATES FULL RATE.     *
      *                                                                *
      *                ENDS RC 4 WHEN ANY METRIC IS FLAGGED.  RETURNS  *
      *                THAT ARRIVE AFTER THE RUN ARE NOT IN THAT       *
      *                MONTH'S FIGURES; RE-SCORE THE MONTH (MQSPARM)   *
      *                TO TAKE THEM IN.                                *
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
       PROGRAM-ID.                 AD031MQS.
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
           SELECT PARM-FILE        ASSIGN TO MQSPARM
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MQSPARM-STATUS.

           SELECT PRESORT-FILE     ASSIGN TO PRESORT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PRESORT-STATUS.

           SELECT MAILING-MANIFEST ASSIGN TO MAILMAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MM-KEY
               FILE STATUS IS WS-MAILMAN-STATUS.

           SELECT UNDELIVERABLE-MAIL ASSIGN TO UNDELMAIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS UM-KEY
               FILE STATUS IS WS-UNDELMAIL-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT RUN-CONTROL      ASSIGN TO RUNCTL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RC-KEY
               FILE STATUS IS WS-RUNCTL-STATUS.

           SELECT EXCEPTION-QUEUE  ASSIGN TO EXCPQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS EQ-KEY
               FILE STATUS IS WS-EXCPQ-STATUS.

           SELECT NCOA-REVIEW-QUEUE ASSIGN TO NCOAQ
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS NQ-KEY
               FILE STATUS IS WS-NCOAQ-STATUS.

           SELECT RATE-FILE        ASSIGN TO PSRATES
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PSRATES-STATUS.

           SELECT INVOICE-LINES    ASSIGN TO INVLINES
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IV-KEY
               FILE STATUS IS WS-INVLINES-STATUS.

           SELECT SCORECARD-HISTORY ASSIGN TO MQSHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SH-SCORE-MONTH
               FILE STATUS IS WS-MQSHIST-STATUS.

           SELECT SCORECARD-RPT    ASSIGN TO MQSRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-MQSRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PARM-FILE
           LABEL RECORDS ARE STANDARD.
           COPY MQSPARM.

       FD  PRESORT-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PRESORT.

       FD  MAILING-MANIFEST
           LABEL RECORDS ARE STANDARD.
           COPY MAILMAN.

       FD  UNDELIVERABLE-MAIL
           LABEL RECORDS ARE STANDARD.
           COPY UNDELMAIL.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.

       FD  RUN-CONTROL
           LABEL RECORDS ARE STANDARD.
           COPY RUNCTL.

       FD  EXCEPTION-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY EXCPQ.

       FD  NCOA-REVIEW-QUEUE
           LABEL RECORDS ARE STANDARD.
           COPY NCOAQ.

       FD  RATE-FILE
           LABEL RECORDS ARE STANDARD.
           COPY PSRATES.

       FD  INVOICE-LINES
           LABEL RECORDS ARE STANDARD.
           COPY INVLINE.

       FD  SCORECARD-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY MQSHIST.

       FD  SCORECARD-RPT
           LABEL RECORDS ARE STANDARD.
       01  SCORECARD-REPORT-LINE     PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-MQSPARM-STATUS        PIC XX              VALUE "00".
       77  WS-PRESORT-STATUS        PIC XX              VALUE "00".
       77  WS-MAILMAN-STATUS        PIC XX              VALUE "00".
       77  WS-UNDELMAIL-STATUS      PIC XX              VALUE "00".
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-RUNCTL-STATUS         PIC XX              VALUE "00".
       77  WS-EXCPQ-STATUS          PIC XX              VALUE "00".
       77  WS-NCOAQ-STATUS          PIC XX              VALUE "00".
       77  WS-PSRATES-STATUS        PIC XX              VALUE "00".
       77  WS-INVLINES-STATUS       PIC XX              VALUE "00".
       77  WS-MQSHIST-STATUS        PIC XX              VALUE "00".
       77  WS-MQSRPT-STATUS         PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-LAST-FOUND-SW         PIC X(01)           VALUE "N".
           88 WS-LAST-FOUND                VALUE "Y".
       77  WS-FP-RATE-SW            PIC X(01)           VALUE "N".
           88 WS-FP-RATE-LOADED            VALUE "Y".
       77  WS-FLAG-SW               PIC X(01)           VALUE "N".
           88 WS-FLAG-YES                  VALUE "Y".

       77  WS-SCORE-MONTH           PIC 9(06)           VALUE ZERO.
       77  WS-LAST-MONTH            PIC 9(06)           VALUE ZERO.
       77  WS-MONTH-START           PIC 9(08)           VALUE ZERO.
       77  WS-MONTH-END             PIC 9(08)           VALUE ZERO.
       77  WS-FP-RATE               PIC 9(01)V9(03)     VALUE ZERO.

       77  WS-FIND-DROP-ID          PIC X(08)           VALUE SPACES.
       77  WS-DROP-HIT              PIC 9(03)           VALUE ZERO.
       77  WS-DROP-CT               PIC 9(03) COMP      VALUE ZERO.
       77  WS-DROP-MAX              PIC 9(03) COMP      VALUE 50.
       77  WS-CYCLE-HIT             PIC 9(03)           VALUE ZERO.
       77  WS-CYCLE-CT              PIC 9(03) COMP      VALUE ZERO.
       77  WS-CYCLE-MAX             PIC 9(03) COMP      VALUE 12.
       77  WS-CYCLE-SUB             PIC 9(03) COMP      VALUE ZERO.
       77  WS-REASON-SUB            PIC 9(01) COMP      VALUE ZERO.
       77  WS-METRIC-SUB            PIC 9(02) COMP      VALUE ZERO.
       77  WS-TREND-MONTHS          PIC 9(03) COMP      VALUE ZERO.
       77  WS-FLAGGED-CT            PIC 9(03) COMP      VALUE ZERO.

       77  WS-PRESORTED-CT          PIC 9(09) COMP      VALUE ZERO.
       77  WS-CERTIFIED-CT          PIC 9(09) COMP      VALUE ZERO.
       77  WS-MAILED-CT             PIC 9(09) COMP      VALUE ZERO.
       77  WS-UNTRACKED-CT          PIC 9(09) COMP      VALUE ZERO.
       77  WS-RETURNED-CT           PIC 9(09) COMP      VALUE ZERO.
       77  WS-CUSTOMER-CT           PIC 9(09) COMP      VALUE ZERO.
       77  WS-ADDR-BAD-CT           PIC 9(09) COMP      VALUE ZERO.
       77  WS-PREF-MAILABLE-CT      PIC 9(09) COMP      VALUE ZERO.
       77  WS-PREF-OPT-OUT-CT       PIC 9(09) COMP      VALUE ZERO.
       77  WS-PREF-DECEASED-CT      PIC 9(09) COMP      VALUE ZERO.
       77  WS-PREF-LEGAL-HOLD-CT    PIC 9(09) COMP      VALUE ZERO.
       77  WS-NCOA-READ-CT          PIC 9(09) COMP      VALUE ZERO.
       77  WS-NCOA-AUTO-CT          PIC 9(09) COMP      VALUE ZERO.
       77  WS-NCOA-PARTIAL-CT       PIC 9(09) COMP      VALUE ZERO.
       77  WS-NCOA-RUNS-CT          PIC 9(03) COMP      VALUE ZERO.
       77  WS-EXCPQ-INFLOW-CT       PIC 9(09) COMP      VALUE ZERO.
       77  WS-EXCPQ-CLOSED-CT       PIC 9(09) COMP      VALUE ZERO.
       77  WS-NCOAQ-INFLOW-CT       PIC 9(09) COMP      VALUE ZERO.
       77  WS-NCOAQ-CLOSED-CT       PIC 9(09) COMP      VALUE ZERO.
       77  WS-INVOICED-PIECES       PIC 9(09) COMP      VALUE ZERO.
       77  WS-POSTAGE-SPENT         PIC 9(09)V99        VALUE ZERO.
       77  WS-FULL-RATE-POSTAGE     PIC 9(09)V99        VALUE ZERO.

       77  WS-CHANGE                PIC S9(09)V99       VALUE ZERO.
       77  WS-CHANGE-ABS            PIC 9(09)V99        VALUE ZERO.
       77  WS-CHANGE-PCT            PIC 9(09)V99        VALUE ZERO.
       77  WS-AVERAGE               PIC 9(09)V99        VALUE ZERO.

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(06).

       01  WS-MONTH-WORK.
           05 WS-WORK-MONTH         PIC 9(06).
           05 WS-WORK-MONTH-PARTS REDEFINES WS-WORK-MONTH.
              10 WS-WORK-YYYY       PIC 9(04).
              10 WS-WORK-MM         PIC 9(02).

      *    RETURN REASONS IN THE ORDER THEY ARE COUNTED AND PRINTED.
      *    SLOT 5 TAKES ANY OTHER CODE.
       01  WS-REASON-VALUES.
           05 FILLER                PIC X(02)  VALUE "UD".
           05 FILLER                PIC X(02)  VALUE "MN".
           05 FILLER                PIC X(02)  VALUE "RF".
           05 FILLER                PIC X(02)  VALUE "VA".
       01  WS-REASON-TABLE REDEFINES WS-REASON-VALUES.
           05 WS-REASON-CD          PIC X(02)  OCCURS 4 TIMES.

       01  WS-REASON-TOTALS.
           05 WS-REASON-TOTAL       PIC 9(09) COMP
                                    OCCURS 5 TIMES.

      *    THE DROPS MAILED IN THE MONTH (FROM MAILMAN) WITH THEIR
      *    RETURNS BY REASON.
       01  WS-DROP-TABLE.
           05 WS-DROP-ENTRY OCCURS 50 TIMES
                   INDEXED BY WS-DROP-IDX.
              10 WS-DROP-ID         PIC X(08).
              10 WS-DROP-MAILED     PIC 9(09) COMP.
              10 WS-DROP-RETURNED   PIC 9(09) COMP.
              10 WS-DROP-REASON-CT  PIC 9(09) COMP
                                    OCCURS 5 TIMES.

      *    THE CASS CYCLES THE MONTH'S PIECES WERE MAILED UNDER - THE
      *    MAIL-HOUSE INVOICE LINES ARE KEYED BY CYCLE.
       01  WS-CYCLE-TABLE.
           05 WS-CYCLE-ENTRY OCCURS 12 TIMES
                   INDEXED BY WS-CYCLE-IDX.
              10 WS-CYCLE-NO        PIC 9(04).

      *    THE TWENTY METRICS IN SH-METRIC-VALUE ORDER, EACH WITH ITS
      *    MONTH-TO-MONTH TOLERANCE: "P" = POINTS OF THE METRIC ITSELF,
      *    "R" = PERCENT OF LAST MONTH'S VALUE (FOR COUNTS AND DOLLARS,
      *    WHERE A FIXED AMOUNT MEANS NOTHING).
       01  WS-METRIC-VALUES.
           05 FILLER                PIC X(30)
                   VALUE "CASS MATCH RATE PCT".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 2.00.
           05 FILLER                PIC X(30)
                   VALUE "RETURNS PER 1000 MAILED".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 2.00.
           05 FILLER                PIC X(30)
                   VALUE "  UNDELIVERABLE (UD) PER 1000".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 1.00.
           05 FILLER                PIC X(30)
                   VALUE "  MOVED NO FWD (MN) PER 1000".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 1.00.
           05 FILLER                PIC X(30)
                   VALUE "  REFUSED (RF) PER 1000".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 1.00.
           05 FILLER                PIC X(30)
                   VALUE "  VACANT (VA) PER 1000".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 1.00.
           05 FILLER                PIC X(30)
                   VALUE "BAD-ADDRESS CUSTOMERS PCT".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 0.50.
           05 FILLER                PIC X(30)
                   VALUE "PREF MAILABLE PCT".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 1.00.
           05 FILLER                PIC X(30)
                   VALUE "PREF OPT-OUT PCT".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 0.50.
           05 FILLER                PIC X(30)
                   VALUE "PREF DECEASED PCT".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 0.50.
           05 FILLER                PIC X(30)
                   VALUE "PREF LEGAL HOLD PCT".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 0.50.
           05 FILLER                PIC X(30)
                   VALUE "NCOA AUTO-UPDATE HIT PCT".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 2.00.
           05 FILLER                PIC X(30)
                   VALUE "NCOA PARTIAL HIT PCT".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 2.00.
           05 FILLER                PIC X(30)
                   VALUE "EXCEPTION QUEUE INFLOW".
           05 FILLER                PIC X(01)  VALUE "R".
           05 FILLER                PIC 9(03)V99 VALUE 25.00.
           05 FILLER                PIC X(30)
                   VALUE "EXCEPTION QUEUE CLOSURES".
           05 FILLER                PIC X(01)  VALUE "R".
           05 FILLER                PIC 9(03)V99 VALUE 25.00.
           05 FILLER                PIC X(30)
                   VALUE "NCOA QUEUE INFLOW".
           05 FILLER                PIC X(01)  VALUE "R".
           05 FILLER                PIC 9(03)V99 VALUE 25.00.
           05 FILLER                PIC X(30)
                   VALUE "NCOA QUEUE CLOSURES".
           05 FILLER                PIC X(01)  VALUE "R".
           05 FILLER                PIC 9(03)V99 VALUE 25.00.
           05 FILLER                PIC X(30)
                   VALUE "POSTAGE SPENT DOLLARS".
           05 FILLER                PIC X(01)  VALUE "R".
           05 FILLER                PIC 9(03)V99 VALUE 15.00.
           05 FILLER                PIC X(30)
                   VALUE "DISCOUNT CAPTURED DOLLARS".
           05 FILLER                PIC X(01)  VALUE "R".
           05 FILLER                PIC 9(03)V99 VALUE 15.00.
           05 FILLER                PIC X(30)
                   VALUE "DISCOUNT PCT OF FULL RATE".
           05 FILLER                PIC X(01)  VALUE "P".
           05 FILLER                PIC 9(03)V99 VALUE 2.00.
       01  WS-METRIC-TABLE REDEFINES WS-METRIC-VALUES.
           05 WS-METRIC-DEF OCCURS 20 TIMES.
              10 WS-METRIC-NAME     PIC X(30).
              10 WS-TOL-TYPE        PIC X(01).
                 88 WS-TOL-POINTS          VALUE "P".
                 88 WS-TOL-RELATIVE        VALUE "R".
              10 WS-TOL-AMOUNT      PIC 9(03)V99.

       01  WS-THIS-VALUES.
           05 WS-THIS-VALUE         PIC 9(09)V99
                                    OCCURS 20 TIMES.

       01  WS-LAST-VALUES.
           05 WS-LAST-VALUE         PIC 9(09)V99
                                    OCCURS 20 TIMES.

       01  WS-TREND-TABLE.
           05 WS-TREND-ENTRY OCCURS 20 TIMES.
              10 WS-TREND-SUM       PIC 9(11)V99.
              10 WS-TREND-LOW       PIC 9(09)V99.
              10 WS-TREND-HIGH      PIC 9(09)V99.

       01  WS-REPORT-HEADING.
           05 FILLER                PIC X(32)
                   VALUE "MAIL-QUALITY SCORECARD - MONTH ".
           05 HD-SCORE-MONTH        PIC 9(06).
           05 FILLER                PIC X(13)  VALUE "   RUN DATE ".
           05 HD-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(20)
                   VALUE "   MONTHS IN TREND ".
           05 HD-TREND-MONTHS       PIC ZZ9.
           05 FILLER                PIC X(50)  VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05 FILLER                PIC X(30)  VALUE "METRIC".
           05 FILLER                PIC X(15)  VALUE "    THIS MONTH".
           05 FILLER                PIC X(15)  VALUE "    LAST MONTH".
           05 FILLER                PIC X(15)  VALUE "        CHANGE".
           05 FILLER                PIC X(15)  VALUE "    12-MO AVG".
           05 FILLER                PIC X(15)  VALUE "    12-MO LOW".
           05 FILLER                PIC X(15)  VALUE "   12-MO HIGH".
           05 FILLER                PIC X(12)  VALUE "  FLAG".

       01  WS-REPORT-DETAIL.
           05 RD-METRIC-NAME        PIC X(30).
           05 RD-THIS               PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RD-LAST               PIC -ZZ,ZZZ,ZZ9.99.
           05 RD-LAST-X REDEFINES RD-LAST
                                    PIC X(14).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RD-CHANGE             PIC -ZZ,ZZZ,ZZ9.99.
           05 RD-CHANGE-X REDEFINES RD-CHANGE
                                    PIC X(14).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RD-AVERAGE            PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RD-LOW                PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RD-HIGH               PIC -ZZ,ZZZ,ZZ9.99.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 RD-FLAG               PIC X(09).

       01  WS-DROP-HEADING.
           05 FILLER                PIC X(30)
                   VALUE "RETURNS BY DROP MAILED".
           05 FILLER                PIC X(102) VALUE SPACES.

       01  WS-DROP-COLUMN-HEADING.
           05 FILLER                PIC X(10)  VALUE "DROP ID".
           05 FILLER                PIC X(12)  VALUE "      MAILED".
           05 FILLER                PIC X(12)  VALUE "    RETURNED".
           05 FILLER                PIC X(12)  VALUE "    PER 1000".
           05 FILLER                PIC X(12)  VALUE "          UD".
           05 FILLER                PIC X(12)  VALUE "          MN".
           05 FILLER                PIC X(12)  VALUE "          RF".
           05 FILLER                PIC X(12)  VALUE "          VA".
           05 FILLER                PIC X(12)  VALUE "       OTHER".
           05 FILLER                PIC X(26)  VALUE SPACES.

       01  WS-DROP-DETAIL.
           05 DD-DROP-ID            PIC X(08).
           05 FILLER                PIC X(05)  VALUE SPACES.
           05 DD-MAILED             PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 DD-RETURNED           PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(04)  VALUE SPACES.
           05 DD-PER-M              PIC ZZZZ9.99.
           05 DD-REASON-GROUP.
              10 DD-REASON-ENTRY OCCURS 5 TIMES.
                 15 FILLER          PIC X(03).
                 15 DD-REASON-CT    PIC Z,ZZZ,ZZ9.
           05 FILLER                PIC X(26)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05 FILLER                PIC X(06)  VALUE SPACES.
           05 SL-LABEL              PIC X(30).
           05 SL-COUNT              PIC Z,ZZZ,ZZZ,ZZ9.
           05 FILLER                PIC X(83)  VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - PROGRAM CONTROL                              *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-COUNT-PRESORT
               THRU 2000-COUNT-PRESORT-EXIT.
           PERFORM 2100-COUNT-MAILED
               THRU 2100-COUNT-MAILED-EXIT.
           PERFORM 2200-COUNT-RETURNS
               THRU 2200-COUNT-RETURNS-EXIT.
           PERFORM 2300-COUNT-CUSTOMERS
               THRU 2300-COUNT-CUSTOMERS-EXIT.
           PERFORM 2400-COUNT-NCOA-RUNS
               THRU 2400-COUNT-NCOA-RUNS-EXIT.
           PERFORM 2500-COUNT-EXCEPTION-QUEUE
               THRU 2500-COUNT-EXCEPTION-QUEUE-EXIT.
           PERFORM 2600-COUNT-NCOA-QUEUE
               THRU 2600-COUNT-NCOA-QUEUE-EXIT.
           PERFORM 2700-COUNT-POSTAGE
               THRU 2700-COUNT-POSTAGE-EXIT.

           PERFORM 3000-COMPUTE-METRICS
               THRU 3000-COMPUTE-METRICS-EXIT.

           PERFORM 4000-FILE-HISTORY
               THRU 4000-FILE-HISTORY-EXIT.

           PERFORM 5000-PRINT-SCORECARD
               THRU 5000-PRINT-SCORECARD-EXIT.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - SETTLE THE MONTH TO SCORE AND LOAD THE     *
      *    FULL RATE                                                    *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           DIVIDE WS-CURRENT-DATE BY 100 GIVING WS-SCORE-MONTH.

           OPEN INPUT  PARM-FILE.
           IF WS-MQSPARM-STATUS = "00"
               READ PARM-FILE
                   AT END
                       MOVE ZERO TO MP-SCORE-MONTH
               END-READ
               IF MP-SCORE-MONTH NUMERIC
                      AND MP-SCORE-MONTH > ZERO
                   MOVE MP-SCORE-MONTH TO WS-SCORE-MONTH
               END-IF
               CLOSE PARM-FILE
           END-IF.

           MOVE WS-SCORE-MONTH TO WS-WORK-MONTH.
           IF WS-WORK-MM < 1 OR WS-WORK-MM > 12
               DISPLAY "AD031MQS - INVALID SCORE MONTH " WS-SCORE-MONTH
               GO TO 9999-ABEND
           END-IF.

           COMPUTE WS-MONTH-START = (WS-SCORE-MONTH * 100) + 1.
           COMPUTE WS-MONTH-END   = (WS-SCORE-MONTH * 100) + 31.
           IF WS-WORK-MM = 1
               SUBTRACT 1 FROM WS-WORK-YYYY
               MOVE 12 TO WS-WORK-MM
           ELSE
               SUBTRACT 1 FROM WS-WORK-MM
           END-IF.
           MOVE WS-WORK-MONTH TO WS-LAST-MONTH.

           PERFORM 1100-LOAD-FULL-RATE
               THRU 1100-LOAD-FULL-RATE-EXIT.

           OPEN OUTPUT SCORECARD-RPT.
           IF WS-MQSRPT-STATUS NOT = "00"
               DISPLAY "AD031MQS - REPORT OPEN ERROR "
                       WS-MQSRPT-STATUS
               GO TO 9999-ABEND
           END-IF.

           DISPLAY "AD031MQS - SCORING MONTH " WS-SCORE-MONTH.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    1100-LOAD-FULL-RATE - THE DISCOUNT CAPTURED IS MEASURED      *
      *    AGAINST THE FULL RATE, SO A RATE TABLE WITHOUT ONE STOPS     *
      *    THE RUN, AS IT DOES FOR AD023INV.                            *
      ******************************************************************
       1100-LOAD-FULL-RATE.
           OPEN INPUT RATE-FILE.
           IF WS-PSRATES-STATUS NOT = "00"
               DISPLAY "AD031MQS - RATE FILE OPEN ERROR "
                       WS-PSRATES-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE "N" TO WS-EOF-SW.
           PERFORM 1150-CHECK-ONE-RATE
               THRU 1150-CHECK-ONE-RATE-EXIT
               UNTIL WS-EOF-YES.

           CLOSE RATE-FILE.

           IF NOT WS-FP-RATE-LOADED
               DISPLAY "AD031MQS - NO FULL (FP) RATE ON PSRATES"
               GO TO 9999-ABEND
           END-IF.
       1100-LOAD-FULL-RATE-EXIT.
           EXIT.

       1150-CHECK-ONE-RATE.
           READ RATE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 1150-CHECK-ONE-RATE-EXIT
           END-READ.

           IF RT-LEVEL-FULL
               MOVE RT-RATE-PER-PIECE TO WS-FP-RATE
               MOVE "Y" TO WS-FP-RATE-SW
           END-IF.
       1150-CHECK-ONE-RATE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-COUNT-PRESORT - CASS-CERTIFIED PIECES ON THE MONTH'S    *
      *    PRESORT EXTRACTS (ONE PER DROP, CONCATENATED)                *
      ******************************************************************
       2000-COUNT-PRESORT.
           OPEN INPUT PRESORT-FILE.
           IF WS-PRESORT-STATUS NOT = "00"
               DISPLAY "AD031MQS - PRESORT FILE OPEN ERROR "
                       WS-PRESORT-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE "N" TO WS-EOF-SW.
           PERFORM 2050-COUNT-ONE-PIECE
               THRU 2050-COUNT-ONE-PIECE-EXIT
               UNTIL WS-EOF-YES.

           CLOSE PRESORT-FILE.
       2000-COUNT-PRESORT-EXIT.
           EXIT.

       2050-COUNT-ONE-PIECE.
           READ PRESORT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2050-COUNT-ONE-PIECE-EXIT
           END-READ.

           ADD 1 TO WS-PRESORTED-CT.
           IF PS-CASS-CERTIFIED-YES
               ADD 1 TO WS-CERTIFIED-CT
           END-IF.
       2050-COUNT-ONE-PIECE-EXIT.
           EXIT.

      ******************************************************************
      *    2100-COUNT-MAILED - EVERY MANIFEST PIECE EXTRACTED IN THE    *
      *    MONTH, BY DROP, NOTING EACH CASS CYCLE MAILED UNDER          *
      ******************************************************************
       2100-COUNT-MAILED.
           OPEN INPUT MAILING-MANIFEST.
           IF WS-MAILMAN-STATUS NOT = "00"
               DISPLAY "AD031MQS - MAILING MANIFEST OPEN ERROR "
                       WS-MAILMAN-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE "N" TO WS-EOF-SW.
           PERFORM 2150-COUNT-ONE-MAILED
               THRU 2150-COUNT-ONE-MAILED-EXIT
               UNTIL WS-EOF-YES.

           CLOSE MAILING-MANIFEST.

           IF WS-UNTRACKED-CT > ZERO
               DISPLAY "AD031MQS - MORE THAN " WS-DROP-MAX
                       " DROPS - " WS-UNTRACKED-CT
                       " PIECES NOT TRACED BY DROP"
           END-IF.
       2100-COUNT-MAILED-EXIT.
           EXIT.

       2150-COUNT-ONE-MAILED.
           READ MAILING-MANIFEST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2150-COUNT-ONE-MAILED-EXIT
           END-READ.

           IF MM-EXTRACT-DATE < WS-MONTH-START
                  OR MM-EXTRACT-DATE > WS-MONTH-END
               GO TO 2150-COUNT-ONE-MAILED-EXIT
           END-IF.

           ADD 1 TO WS-MAILED-CT.

           PERFORM 2160-FIND-CYCLE
               THRU 2160-FIND-CYCLE-EXIT.

           MOVE MM-DROP-ID TO WS-FIND-DROP-ID.
           PERFORM 2170-FIND-DROP
               THRU 2170-FIND-DROP-EXIT.
           IF WS-DROP-HIT = ZERO
               IF WS-DROP-CT < WS-DROP-MAX
                   ADD 1 TO WS-DROP-CT
                   SET WS-DROP-IDX TO WS-DROP-CT
                   MOVE MM-DROP-ID TO WS-DROP-ID (WS-DROP-IDX)
                   MOVE ZERO       TO WS-DROP-MAILED (WS-DROP-IDX)
                   MOVE ZERO       TO WS-DROP-RETURNED (WS-DROP-IDX)
                   PERFORM 2180-CLEAR-ONE-REASON
                       THRU 2180-CLEAR-ONE-REASON-EXIT
                       VARYING WS-REASON-SUB FROM 1 BY 1
                       UNTIL WS-REASON-SUB > 5
                   MOVE WS-DROP-CT TO WS-DROP-HIT
               ELSE
                   ADD 1 TO WS-UNTRACKED-CT
                   GO TO 2150-COUNT-ONE-MAILED-EXIT
               END-IF
           END-IF.

           SET WS-DROP-IDX TO WS-DROP-HIT.
           ADD 1 TO WS-DROP-MAILED (WS-DROP-IDX).
       2150-COUNT-ONE-MAILED-EXIT.
           EXIT.

      ******************************************************************
      *    2160-FIND-CYCLE - ADD MM-CASS-CYCLE TO THE CYCLE TABLE THE   *
      *    FIRST TIME IT IS SEEN                                        *
      ******************************************************************
       2160-FIND-CYCLE.
           MOVE ZERO TO WS-CYCLE-HIT.
           PERFORM 2165-CHECK-ONE-CYCLE
               THRU 2165-CHECK-ONE-CYCLE-EXIT
               VARYING WS-CYCLE-IDX FROM 1 BY 1
               UNTIL WS-CYCLE-IDX > WS-CYCLE-CT.

           IF WS-CYCLE-HIT = ZERO
               IF WS-CYCLE-CT < WS-CYCLE-MAX
                   ADD 1 TO WS-CYCLE-CT
                   SET WS-CYCLE-IDX TO WS-CYCLE-CT
                   MOVE MM-CASS-CYCLE TO WS-CYCLE-NO (WS-CYCLE-IDX)
               ELSE
                   DISPLAY "AD031MQS - MORE THAN " WS-CYCLE-MAX
                           " CASS CYCLES - CYCLE " MM-CASS-CYCLE
                           " NOT PRICED"
               END-IF
           END-IF.
       2160-FIND-CYCLE-EXIT.
           EXIT.

       2165-CHECK-ONE-CYCLE.
           IF WS-CYCLE-NO (WS-CYCLE-IDX) = MM-CASS-CYCLE
               SET WS-CYCLE-HIT TO WS-CYCLE-IDX
           END-IF.
       2165-CHECK-ONE-CYCLE-EXIT.
           EXIT.

      ******************************************************************
      *    2170-FIND-DROP - LOCATE WS-FIND-DROP-ID IN THE DROP TABLE.   *
      *    WS-DROP-HIT IS ZERO IF ABSENT.                               *
      ******************************************************************
       2170-FIND-DROP.
           MOVE ZERO TO WS-DROP-HIT.
           PERFORM 2175-CHECK-ONE-DROP
               THRU 2175-CHECK-ONE-DROP-EXIT
               VARYING WS-DROP-IDX FROM 1 BY 1
               UNTIL WS-DROP-IDX > WS-DROP-CT.
       2170-FIND-DROP-EXIT.
           EXIT.

       2175-CHECK-ONE-DROP.
           IF WS-DROP-ID (WS-DROP-IDX) = WS-FIND-DROP-ID
               SET WS-DROP-HIT TO WS-DROP-IDX
           END-IF.
       2175-CHECK-ONE-DROP-EXIT.
           EXIT.

       2180-CLEAR-ONE-REASON.
           MOVE ZERO TO WS-DROP-REASON-CT (WS-DROP-IDX, WS-REASON-SUB).
       2180-CLEAR-ONE-REASON-EXIT.
           EXIT.

      ******************************************************************
      *    2200-COUNT-RETURNS - EVERY UNDELIVERABLE EVENT TRACED TO A   *
      *    DROP MAILED THIS MONTH, BY RETURN REASON.  RETURNS FROM      *
      *    OTHER MONTHS' DROPS, OR NOT TRACED TO A DROP AT ALL, ARE     *
      *    NOT THIS MONTH'S MAIL.                                       *
      ******************************************************************
       2200-COUNT-RETURNS.
           OPEN INPUT UNDELIVERABLE-MAIL.
           IF WS-UNDELMAIL-STATUS NOT = "00"
               DISPLAY "AD031MQS - UNDELIVERABLE MAIL OPEN ERROR "
                       WS-UNDELMAIL-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE "N" TO WS-EOF-SW.
           PERFORM 2250-COUNT-ONE-RETURN
               THRU 2250-COUNT-ONE-RETURN-EXIT
               UNTIL WS-EOF-YES.

           CLOSE UNDELIVERABLE-MAIL.
       2200-COUNT-RETURNS-EXIT.
           EXIT.

       2250-COUNT-ONE-RETURN.
           READ UNDELIVERABLE-MAIL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2250-COUNT-ONE-RETURN-EXIT
           END-READ.

           IF UM-MAILED-DROP-ID = SPACES
               GO TO 2250-COUNT-ONE-RETURN-EXIT
           END-IF.

           IF UM-MAILED-EXTRACT-DATE < WS-MONTH-START
                  OR UM-MAILED-EXTRACT-DATE > WS-MONTH-END
               GO TO 2250-COUNT-ONE-RETURN-EXIT
           END-IF.

           MOVE UM-MAILED-DROP-ID TO WS-FIND-DROP-ID.
           PERFORM 2170-FIND-DROP
               THRU 2170-FIND-DROP-EXIT.
           IF WS-DROP-HIT = ZERO
               GO TO 2250-COUNT-ONE-RETURN-EXIT
           END-IF.

           MOVE 5 TO WS-REASON-SUB.
           PERFORM 2260-CHECK-ONE-REASON
               THRU 2260-CHECK-ONE-REASON-EXIT
               VARYING WS-METRIC-SUB FROM 1 BY 1
               UNTIL WS-METRIC-SUB > 4.

           SET WS-DROP-IDX TO WS-DROP-HIT.
           ADD 1 TO WS-DROP-RETURNED (WS-DROP-IDX).
           ADD 1 TO WS-DROP-REASON-CT (WS-DROP-IDX, WS-REASON-SUB).
           ADD 1 TO WS-REASON-TOTAL (WS-REASON-SUB).
           ADD 1 TO WS-RETURNED-CT.
       2250-COUNT-ONE-RETURN-EXIT.
           EXIT.

       2260-CHECK-ONE-REASON.
           IF UM-RETURN-REASON-CD = WS-REASON-CD (WS-METRIC-SUB)
               MOVE WS-METRIC-SUB TO WS-REASON-SUB
           END-IF.
       2260-CHECK-ONE-REASON-EXIT.
           EXIT.

      ******************************************************************
      *    2300-COUNT-CUSTOMERS - BAD-ADDRESS AND MAILING-PREFERENCE    *
      *    SHARES OF THE WHOLE MASTER AT MONTH END                      *
      ******************************************************************
       2300-COUNT-CUSTOMERS.
           OPEN INPUT CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD031MQS - CUSTOMER MASTER OPEN ERROR "
                       WS-CUSTMAS-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE "N" TO WS-EOF-SW.
           PERFORM 2350-COUNT-ONE-CUSTOMER
               THRU 2350-COUNT-ONE-CUSTOMER-EXIT
               UNTIL WS-EOF-YES.

           CLOSE CUSTOMER-MASTER.
       2300-COUNT-CUSTOMERS-EXIT.
           EXIT.

       2350-COUNT-ONE-CUSTOMER.
           READ CUSTOMER-MASTER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2350-COUNT-ONE-CUSTOMER-EXIT
           END-READ.

           ADD 1 TO WS-CUSTOMER-CT.
           IF CM-ADDR-BAD-YES
               ADD 1 TO WS-ADDR-BAD-CT
           END-IF.

           IF CM-PREF-OPT-OUT
               ADD 1 TO WS-PREF-OPT-OUT-CT
           ELSE
               IF CM-PREF-DECEASED
                   ADD 1 TO WS-PREF-DECEASED-CT
               ELSE
                   IF CM-PREF-LEGAL-HOLD
                       ADD 1 TO WS-PREF-LEGAL-HOLD-CT
                   ELSE
                       ADD 1 TO WS-PREF-MAILABLE-CT
                   END-IF
               END-IF
           END-IF.
       2350-COUNT-ONE-CUSTOMER-EXIT.
           EXIT.

      ******************************************************************
      *    2400-COUNT-NCOA-RUNS - SUM THE MONTH'S AD003NCO RUN-CONTROL  *
      *    RECORDS: MASTERS SUBMITTED (READ), AUTO-UPDATES (WRITTEN),   *
      *    AND PARTIAL MATCHES SENT TO MANUAL REVIEW (COUNT A)          *
      ******************************************************************
       2400-COUNT-NCOA-RUNS.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AD031MQS - RUN CONTROL OPEN ERROR "
                       WS-RUNCTL-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE "N"            TO WS-EOF-SW.
           MOVE "AD003NCO"     TO RC-PROGRAM-ID.
           MOVE WS-MONTH-START TO RC-RUN-DATE.
           START RUN-CONTROL
               KEY IS NOT LESS THAN RC-KEY
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START.

           PERFORM 2450-COUNT-ONE-NCOA-RUN
               THRU 2450-COUNT-ONE-NCOA-RUN-EXIT
               UNTIL WS-EOF-YES.

           CLOSE RUN-CONTROL.
       2400-COUNT-NCOA-RUNS-EXIT.
           EXIT.

       2450-COUNT-ONE-NCOA-RUN.
           READ RUN-CONTROL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2450-COUNT-ONE-NCOA-RUN-EXIT
           END-READ.

           IF RC-PROGRAM-ID NOT = "AD003NCO"
                  OR RC-RUN-DATE > WS-MONTH-END
               MOVE "Y" TO WS-EOF-SW
               GO TO 2450-COUNT-ONE-NCOA-RUN-EXIT
           END-IF.

           ADD 1                  TO WS-NCOA-RUNS-CT.
           ADD RC-RECORDS-READ    TO WS-NCOA-READ-CT.
           ADD RC-RECORDS-WRITTEN TO WS-NCOA-AUTO-CT.
           ADD RC-COUNT-A         TO WS-NCOA-PARTIAL-CT.
       2450-COUNT-ONE-NCOA-RUN-EXIT.
           EXIT.

      ******************************************************************
      *    2500-COUNT-EXCEPTION-QUEUE - ENTRIES QUEUED IN THE MONTH     *
      *    (INFLOW) AGAINST ENTRIES RESUBMITTED OR CLOSED IN THE MONTH  *
      *    (CLOSURES - THE SAME FINAL STATES AD018ARC ARCHIVES)         *
      ******************************************************************
       2500-COUNT-EXCEPTION-QUEUE.
           OPEN INPUT EXCEPTION-QUEUE.
           IF WS-EXCPQ-STATUS NOT = "00"
               DISPLAY "AD031MQS - EXCEPTION QUEUE OPEN ERROR "
                       WS-EXCPQ-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE "N" TO WS-EOF-SW.
           PERFORM 2550-COUNT-ONE-EXCEPTION
               THRU 2550-COUNT-ONE-EXCEPTION-EXIT
               UNTIL WS-EOF-YES.

           CLOSE EXCEPTION-QUEUE.
       2500-COUNT-EXCEPTION-QUEUE-EXIT.
           EXIT.

       2550-COUNT-ONE-EXCEPTION.
           READ EXCEPTION-QUEUE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2550-COUNT-ONE-EXCEPTION-EXIT
           END-READ.

           IF EQ-REJECT-DATE NOT < WS-MONTH-START
                  AND EQ-REJECT-DATE NOT > WS-MONTH-END
               ADD 1 TO WS-EXCPQ-INFLOW-CT
           END-IF.

           IF (EQ-STATUS-RESUBMITTED OR EQ-STATUS-CLOSED)
                  AND EQ-STATUS-DATE NOT < WS-MONTH-START
                  AND EQ-STATUS-DATE NOT > WS-MONTH-END
               ADD 1 TO WS-EXCPQ-CLOSED-CT
           END-IF.
       2550-COUNT-ONE-EXCEPTION-EXIT.
           EXIT.

      ******************************************************************
      *    2600-COUNT-NCOA-QUEUE - NCOA REVIEW ENTRIES FILED IN THE     *
      *    MONTH AGAINST ENTRIES ACCEPTED OR REJECTED IN THE MONTH      *
      ******************************************************************
       2600-COUNT-NCOA-QUEUE.
           OPEN INPUT NCOA-REVIEW-QUEUE.
           IF WS-NCOAQ-STATUS NOT = "00"
               DISPLAY "AD031MQS - NCOA REVIEW QUEUE OPEN ERROR "
                       WS-NCOAQ-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE "N" TO WS-EOF-SW.
           PERFORM 2650-COUNT-ONE-NCOA-ENTRY
               THRU 2650-COUNT-ONE-NCOA-ENTRY-EXIT
               UNTIL WS-EOF-YES.

           CLOSE NCOA-REVIEW-QUEUE.
       2600-COUNT-NCOA-QUEUE-EXIT.
           EXIT.

       2650-COUNT-ONE-NCOA-ENTRY.
           READ NCOA-REVIEW-QUEUE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2650-COUNT-ONE-NCOA-ENTRY-EXIT
           END-READ.

           IF NQ-FILE-DATE NOT < WS-MONTH-START
                  AND NQ-FILE-DATE NOT > WS-MONTH-END
               ADD 1 TO WS-NCOAQ-INFLOW-CT
           END-IF.

           IF NOT NQ-STATUS-OPEN
                  AND NQ-STATUS-DATE NOT < WS-MONTH-START
                  AND NQ-STATUS-DATE NOT > WS-MONTH-END
               ADD 1 TO WS-NCOAQ-CLOSED-CT
           END-IF.
       2650-COUNT-ONE-NCOA-ENTRY-EXIT.
           EXIT.

      ******************************************************************
      *    2700-COUNT-POSTAGE - INVOICED PIECES AND POSTAGE FOR EVERY   *
      *    CASS CYCLE THE MONTH'S PIECES WERE MAILED UNDER.  THE SAME   *
      *    PIECES AT THE FULL RATE, LESS WHAT WAS PAID, IS THE          *
      *    DISCOUNT CAPTURED.                                           *
      ******************************************************************
       2700-COUNT-POSTAGE.
           OPEN INPUT INVOICE-LINES.
           IF WS-INVLINES-STATUS NOT = "00"
               DISPLAY "AD031MQS - INVOICE LINES OPEN ERROR "
                       WS-INVLINES-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 2750-COUNT-ONE-CYCLE
               THRU 2750-COUNT-ONE-CYCLE-EXIT
               VARYING WS-CYCLE-SUB FROM 1 BY 1
               UNTIL WS-CYCLE-SUB > WS-CYCLE-CT.

           CLOSE INVOICE-LINES.

           COMPUTE WS-FULL-RATE-POSTAGE ROUNDED
               = WS-INVOICED-PIECES * WS-FP-RATE.
       2700-COUNT-POSTAGE-EXIT.
           EXIT.

       2750-COUNT-ONE-CYCLE.
           MOVE "N"                        TO WS-EOF-SW.
           MOVE WS-CYCLE-NO (WS-CYCLE-SUB) TO IV-CASS-CYCLE.
           MOVE LOW-VALUES                 TO IV-RATE-LEVEL-CD.
           START INVOICE-LINES
               KEY IS NOT LESS THAN IV-KEY
               INVALID KEY
                   DISPLAY "AD031MQS - NO INVOICE LINES FOR CYCLE "
                           WS-CYCLE-NO (WS-CYCLE-SUB)
                   GO TO 2750-COUNT-ONE-CYCLE-EXIT
           END-START.

           PERFORM 2760-COUNT-ONE-LINE
               THRU 2760-COUNT-ONE-LINE-EXIT
               UNTIL WS-EOF-YES.
       2750-COUNT-ONE-CYCLE-EXIT.
           EXIT.

       2760-COUNT-ONE-LINE.
           READ INVOICE-LINES NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 2760-COUNT-ONE-LINE-EXIT
           END-READ.

           IF IV-CASS-CYCLE NOT = WS-CYCLE-NO (WS-CYCLE-SUB)
               MOVE "Y" TO WS-EOF-SW
               GO TO 2760-COUNT-ONE-LINE-EXIT
           END-IF.

           ADD IV-PIECE-COUNT TO WS-INVOICED-PIECES.
           ADD IV-POSTAGE-AMT TO WS-POSTAGE-SPENT.
       2760-COUNT-ONE-LINE-EXIT.
           EXIT.

      ******************************************************************
      *    3000-COMPUTE-METRICS - BUILD THIS MONTH'S HISTORY RECORD.    *
      *    A RATE WITH NOTHING UNDER IT SCORES ZERO.                    *
      ******************************************************************
       3000-COMPUTE-METRICS.
           MOVE SPACES              TO SCORECARD-HISTORY-RECORD.
           MOVE WS-SCORE-MONTH      TO SH-SCORE-MONTH.
           MOVE WS-CURRENT-DATE     TO SH-RUN-DATE.
           MOVE WS-CURRENT-TIME     TO SH-RUN-TIME.
           MOVE WS-PRESORTED-CT     TO SH-PIECES-PRESORTED.
           MOVE WS-CERTIFIED-CT     TO SH-PIECES-CERTIFIED.
           MOVE WS-MAILED-CT        TO SH-PIECES-MAILED.
           MOVE WS-RETURNED-CT      TO SH-PIECES-RETURNED.
           MOVE WS-DROP-CT          TO SH-DROPS-MAILED.
           MOVE WS-CUSTOMER-CT      TO SH-CUSTOMERS.
           MOVE WS-NCOA-READ-CT     TO SH-NCOA-SUBMITTED.
           MOVE ZEROS               TO SH-METRIC-VALUES.

           IF WS-PRESORTED-CT > ZERO
               COMPUTE SH-CASS-MATCH-PCT ROUNDED
                   = WS-CERTIFIED-CT * 100 / WS-PRESORTED-CT
           END-IF.

      *    RETURNS ARE SCORED AGAINST THE PIECES OF THE DROPS THEY
      *    WERE TRACED TO, SO UNTRACKED PIECES ARE LEFT OUT OF BOTH.
           COMPUTE WS-MAILED-CT = WS-MAILED-CT - WS-UNTRACKED-CT.
           IF WS-MAILED-CT > ZERO
               COMPUTE SH-RETURNS-PER-M ROUNDED
                   = WS-RETURNED-CT * 1000 / WS-MAILED-CT
               COMPUTE SH-RETURNS-UD-PER-M ROUNDED
                   = WS-REASON-TOTAL (1) * 1000 / WS-MAILED-CT
               COMPUTE SH-RETURNS-MN-PER-M ROUNDED
                   = WS-REASON-TOTAL (2) * 1000 / WS-MAILED-CT
               COMPUTE SH-RETURNS-RF-PER-M ROUNDED
                   = WS-REASON-TOTAL (3) * 1000 / WS-MAILED-CT
               COMPUTE SH-RETURNS-VA-PER-M ROUNDED
                   = WS-REASON-TOTAL (4) * 1000 / WS-MAILED-CT
           END-IF.

           IF WS-CUSTOMER-CT > ZERO
               COMPUTE SH-ADDR-BAD-PCT ROUNDED
                   = WS-ADDR-BAD-CT * 100 / WS-CUSTOMER-CT
               COMPUTE SH-PREF-MAILABLE-PCT ROUNDED
                   = WS-PREF-MAILABLE-CT * 100 / WS-CUSTOMER-CT
               COMPUTE SH-PREF-OPT-OUT-PCT ROUNDED
                   = WS-PREF-OPT-OUT-CT * 100 / WS-CUSTOMER-CT
               COMPUTE SH-PREF-DECEASED-PCT ROUNDED
                   = WS-PREF-DECEASED-CT * 100 / WS-CUSTOMER-CT
               COMPUTE SH-PREF-LEGAL-HOLD-PCT ROUNDED
                   = WS-PREF-LEGAL-HOLD-CT * 100 / WS-CUSTOMER-CT
           END-IF.

           IF WS-NCOA-READ-CT > ZERO
               COMPUTE SH-NCOA-AUTO-PCT ROUNDED
                   = WS-NCOA-AUTO-CT * 100 / WS-NCOA-READ-CT
               COMPUTE SH-NCOA-PARTIAL-PCT ROUNDED
                   = WS-NCOA-PARTIAL-CT * 100 / WS-NCOA-READ-CT
           END-IF.

           MOVE WS-EXCPQ-INFLOW-CT  TO SH-EXCPQ-INFLOW.
           MOVE WS-EXCPQ-CLOSED-CT  TO SH-EXCPQ-CLOSED.
           MOVE WS-NCOAQ-INFLOW-CT  TO SH-NCOAQ-INFLOW.
           MOVE WS-NCOAQ-CLOSED-CT  TO SH-NCOAQ-CLOSED.

           MOVE WS-POSTAGE-SPENT    TO SH-POSTAGE-SPENT.
           IF WS-FULL-RATE-POSTAGE > WS-POSTAGE-SPENT
               COMPUTE SH-DISCOUNT-CAPTURED
                   = WS-FULL-RATE-POSTAGE - WS-POSTAGE-SPENT
               COMPUTE SH-DISCOUNT-PCT ROUNDED
                   = SH-DISCOUNT-CAPTURED * 100 / WS-FULL-RATE-POSTAGE
           END-IF.

           MOVE SH-METRIC-TABLE     TO WS-THIS-VALUES.
       3000-COMPUTE-METRICS-EXIT.
           EXIT.

      ******************************************************************
      *    4000-FILE-HISTORY - FILE THIS MONTH (REPLACING A PRIOR RUN   *
      *    FOR THE SAME MONTH), FETCH LAST MONTH, AND GATHER THE        *
      *    ROLLING 12 MONTHS ENDING WITH THIS ONE                       *
      ******************************************************************
       4000-FILE-HISTORY.
           OPEN I-O SCORECARD-HISTORY.
           IF WS-MQSHIST-STATUS NOT = "00"
               DISPLAY "AD031MQS - SCORECARD HISTORY OPEN ERROR "
                       WS-MQSHIST-STATUS
               GO TO 9999-ABEND
           END-IF.

           WRITE SCORECARD-HISTORY-RECORD
               INVALID KEY
                   REWRITE SCORECARD-HISTORY-RECORD
           END-WRITE.
           IF WS-MQSHIST-STATUS NOT = "00"
               DISPLAY "AD031MQS - SCORECARD HISTORY WRITE ERROR "
                       WS-MQSHIST-STATUS
               GO TO 9999-ABEND
           END-IF.

           MOVE WS-LAST-MONTH TO SH-SCORE-MONTH.
           READ SCORECARD-HISTORY
               INVALID KEY
                   MOVE "N" TO WS-LAST-FOUND-SW
               NOT INVALID KEY
                   MOVE "Y" TO WS-LAST-FOUND-SW
                   MOVE SH-METRIC-TABLE TO WS-LAST-VALUES
           END-READ.

      *    THE WINDOW OPENS ELEVEN MONTHS BEFORE THE SCORED MONTH.
           MOVE WS-SCORE-MONTH TO WS-WORK-MONTH.
           IF WS-WORK-MM = 12
               MOVE 1 TO WS-WORK-MM
           ELSE
               SUBTRACT 1 FROM WS-WORK-YYYY
               ADD 1 TO WS-WORK-MM
           END-IF.

           MOVE ZERO           TO WS-TREND-MONTHS.
           MOVE "N"            TO WS-EOF-SW.
           MOVE WS-WORK-MONTH  TO SH-SCORE-MONTH.
           START SCORECARD-HISTORY
               KEY IS NOT LESS THAN SH-SCORE-MONTH
               INVALID KEY
                   MOVE "Y" TO WS-EOF-SW
           END-START.

           PERFORM 4100-ADD-ONE-MONTH
               THRU 4100-ADD-ONE-MONTH-EXIT
               UNTIL WS-EOF-YES.

           CLOSE SCORECARD-HISTORY.
       4000-FILE-HISTORY-EXIT.
           EXIT.

       4100-ADD-ONE-MONTH.
           READ SCORECARD-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
                   GO TO 4100-ADD-ONE-MONTH-EXIT
           END-READ.

           IF SH-SCORE-MONTH > WS-SCORE-MONTH
               MOVE "Y" TO WS-EOF-SW
               GO TO 4100-ADD-ONE-MONTH-EXIT
           END-IF.

           ADD 1 TO WS-TREND-MONTHS.
           PERFORM 4150-ADD-ONE-METRIC
               THRU 4150-ADD-ONE-METRIC-EXIT
               VARYING WS-METRIC-SUB FROM 1 BY 1
               UNTIL WS-METRIC-SUB > 20.
       4100-ADD-ONE-MONTH-EXIT.
           EXIT.

       4150-ADD-ONE-METRIC.
           ADD SH-METRIC-VALUE (WS-METRIC-SUB)
                                 TO WS-TREND-SUM (WS-METRIC-SUB).

           IF WS-TREND-MONTHS = 1
                  OR SH-METRIC-VALUE (WS-METRIC-SUB)
                         < WS-TREND-LOW (WS-METRIC-SUB)
               MOVE SH-METRIC-VALUE (WS-METRIC-SUB)
                                 TO WS-TREND-LOW (WS-METRIC-SUB)
           END-IF.

           IF WS-TREND-MONTHS = 1
                  OR SH-METRIC-VALUE (WS-METRIC-SUB)
                         > WS-TREND-HIGH (WS-METRIC-SUB)
               MOVE SH-METRIC-VALUE (WS-METRIC-SUB)
                                 TO WS-TREND-HIGH (WS-METRIC-SUB)
           END-IF.
       4150-ADD-ONE-METRIC-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRINT-SCORECARD - ONE LINE PER METRIC, THEN THE RETURNS *
      *    BY DROP AND THE COUNTS BEHIND THE RATES                      *
      ******************************************************************
       5000-PRINT-SCORECARD.
           MOVE WS-SCORE-MONTH   TO HD-SCORE-MONTH.
           MOVE WS-CURRENT-DATE  TO HD-RUN-DATE.
           MOVE WS-TREND-MONTHS  TO HD-TREND-MONTHS.
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-HEADING.
           WRITE SCORECARD-REPORT-LINE FROM WS-COLUMN-HEADING.

           PERFORM 5100-PRINT-ONE-METRIC
               THRU 5100-PRINT-ONE-METRIC-EXIT
               VARYING WS-METRIC-SUB FROM 1 BY 1
               UNTIL WS-METRIC-SUB > 20.

           MOVE SPACES TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE FROM WS-DROP-HEADING.
           WRITE SCORECARD-REPORT-LINE FROM WS-DROP-COLUMN-HEADING.

           PERFORM 5200-PRINT-ONE-DROP
               THRU 5200-PRINT-ONE-DROP-EXIT
               VARYING WS-DROP-IDX FROM 1 BY 1
               UNTIL WS-DROP-IDX > WS-DROP-CT.

           MOVE SPACES TO SCORECARD-REPORT-LINE.
           WRITE SCORECARD-REPORT-LINE.
           MOVE "PIECES PRESORTED"          TO SL-LABEL.
           MOVE WS-PRESORTED-CT             TO SL-COUNT.
           WRITE SCORECARD-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "PIECES CASS CERTIFIED"     TO SL-LABEL.
           MOVE WS-CERTIFIED-CT             TO SL-COUNT.
           WRITE SCORECARD-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "PIECES MAILED (TRACED)"    TO SL-LABEL.
           MOVE WS-MAILED-CT                TO SL-COUNT.
           WRITE SCORECARD-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "PIECES RETURNED"           TO SL-LABEL.
           MOVE WS-RETURNED-CT              TO SL-COUNT.
           WRITE SCORECARD-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "CUSTOMERS ON THE MASTER"   TO SL-LABEL.
           MOVE WS-CUSTOMER-CT              TO SL-COUNT.
           WRITE SCORECARD-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "NCOA RUNS IN THE MONTH"    TO SL-LABEL.
           MOVE WS-NCOA-RUNS-CT             TO SL-COUNT.
           WRITE SCORECARD-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "MASTERS SUBMITTED TO NCOA"  TO SL-LABEL.
           MOVE WS-NCOA-READ-CT             TO SL-COUNT.
           WRITE SCORECARD-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "PIECES INVOICED"           TO SL-LABEL.
           MOVE WS-INVOICED-PIECES          TO SL-COUNT.
           WRITE SCORECARD-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "CASS CYCLES PRICED"        TO SL-LABEL.
           MOVE WS-CYCLE-CT                 TO SL-COUNT.
           WRITE SCORECARD-REPORT-LINE FROM WS-SUMMARY-LINE.
           MOVE "METRICS FLAGGED"           TO SL-LABEL.
           MOVE WS-FLAGGED-CT               TO SL-COUNT.
           WRITE SCORECARD-REPORT-LINE FROM WS-SUMMARY-LINE.
       5000-PRINT-SCORECARD-EXIT.
           EXIT.

      ******************************************************************
      *    5100-PRINT-ONE-METRIC - THIS MONTH, LAST MONTH AND THE       *
      *    CHANGE, THE 12-MONTH AVERAGE/LOW/HIGH, AND THE TOLERANCE     *
      *    FLAG.  A FIRST MONTH ON FILE HAS NOTHING TO MOVE FROM.       *
      ******************************************************************
       5100-PRINT-ONE-METRIC.
           MOVE SPACES TO RD-FLAG.
           MOVE "N"    TO WS-FLAG-SW.
           MOVE WS-METRIC-NAME (WS-METRIC-SUB) TO RD-METRIC-NAME.
           MOVE WS-THIS-VALUE (WS-METRIC-SUB)  TO RD-THIS.

           IF WS-TREND-MONTHS > ZERO
               COMPUTE WS-AVERAGE ROUNDED
                   = WS-TREND-SUM (WS-METRIC-SUB) / WS-TREND-MONTHS
           ELSE
               MOVE ZERO TO WS-AVERAGE
           END-IF.
           MOVE WS-AVERAGE                     TO RD-AVERAGE.
           MOVE WS-TREND-LOW (WS-METRIC-SUB)   TO RD-LOW.
           MOVE WS-TREND-HIGH (WS-METRIC-SUB)  TO RD-HIGH.

           IF NOT WS-LAST-FOUND
               MOVE SPACES       TO RD-LAST-X
               MOVE SPACES       TO RD-CHANGE-X
               MOVE "NO PRIOR"   TO RD-FLAG
               GO TO 5180-WRITE
           END-IF.

           MOVE WS-LAST-VALUE (WS-METRIC-SUB)  TO RD-LAST.
           COMPUTE WS-CHANGE = WS-THIS-VALUE (WS-METRIC-SUB)
                             - WS-LAST-VALUE (WS-METRIC-SUB).
           MOVE WS-CHANGE                      TO RD-CHANGE.
           IF WS-CHANGE < ZERO
               COMPUTE WS-CHANGE-ABS = ZERO - WS-CHANGE
           ELSE
               MOVE WS-CHANGE TO WS-CHANGE-ABS
           END-IF.

           IF WS-TOL-POINTS (WS-METRIC-SUB)
               IF WS-CHANGE-ABS > WS-TOL-AMOUNT (WS-METRIC-SUB)
                   MOVE "Y" TO WS-FLAG-SW
               END-IF
           ELSE
               IF WS-LAST-VALUE (WS-METRIC-SUB) = ZERO
                   IF WS-CHANGE-ABS > ZERO
                       MOVE "Y" TO WS-FLAG-SW
                   END-IF
               ELSE
                   COMPUTE WS-CHANGE-PCT ROUNDED
                       = WS-CHANGE-ABS * 100
                       / WS-LAST-VALUE (WS-METRIC-SUB)
                   IF WS-CHANGE-PCT > WS-TOL-AMOUNT (WS-METRIC-SUB)
                       MOVE "Y" TO WS-FLAG-SW
                   END-IF
               END-IF
           END-IF.

           IF WS-FLAG-YES
               MOVE "** MOVED" TO RD-FLAG
               ADD 1 TO WS-FLAGGED-CT
           END-IF.

       5180-WRITE.
           WRITE SCORECARD-REPORT-LINE FROM WS-REPORT-DETAIL.
       5100-PRINT-ONE-METRIC-EXIT.
           EXIT.

       5200-PRINT-ONE-DROP.
           MOVE SPACES                          TO WS-DROP-DETAIL.
           MOVE WS-DROP-ID (WS-DROP-IDX)        TO DD-DROP-ID.
           MOVE WS-DROP-MAILED (WS-DROP-IDX)    TO DD-MAILED.
           MOVE WS-DROP-RETURNED (WS-DROP-IDX)  TO DD-RETURNED.
           MOVE ZERO                            TO DD-PER-M.
           IF WS-DROP-MAILED (WS-DROP-IDX) > ZERO
               COMPUTE DD-PER-M ROUNDED
                   = WS-DROP-RETURNED (WS-DROP-IDX) * 1000
                   / WS-DROP-MAILED (WS-DROP-IDX)
           END-IF.

           PERFORM 5250-MOVE-ONE-REASON
               THRU 5250-MOVE-ONE-REASON-EXIT
               VARYING WS-REASON-SUB FROM 1 BY 1
               UNTIL WS-REASON-SUB > 5.

           WRITE SCORECARD-REPORT-LINE FROM WS-DROP-DETAIL.
       5200-PRINT-ONE-DROP-EXIT.
           EXIT.

       5250-MOVE-ONE-REASON.
           MOVE WS-DROP-REASON-CT (WS-DROP-IDX, WS-REASON-SUB)
                                 TO DD-REASON-CT (WS-REASON-SUB).
       5250-MOVE-ONE-REASON-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - CLOSE THE REPORT AND SET THE RETURN CODE    *
      ******************************************************************
       8000-TERMINATE.
           DISPLAY "AD031MQS - PIECES MAILED        " WS-MAILED-CT.
           DISPLAY "AD031MQS - PIECES RETURNED      " WS-RETURNED-CT.
           DISPLAY "AD031MQS - MONTHS IN TREND      " WS-TREND-MONTHS.
           DISPLAY "AD031MQS - METRICS FLAGGED      " WS-FLAGGED-CT.

           CLOSE SCORECARD-RPT.

           IF WS-FLAGGED-CT > ZERO
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
