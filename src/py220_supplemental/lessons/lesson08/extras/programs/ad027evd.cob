      ******************************************************************
      *                                                                *
      *   PROGRAM:     AD027EVD                                        *
      *   TITLE:       NON-DELIVERY DISPUTE EVIDENCE PACKETS           *
      *                                                                *
      *   NARRATIVE:   ON REQUEST.  READS LEGAL'S DISPUTE REQUESTS     *
      *                (COPY EVIDREQ - CUSTOMER ID AND MAILING DATE    *
      *                RANGE) AND PRINTS ONE EVIDENCE PACKET PER       *
      *                REQUEST SHOWING WHAT WAS MAILED, WHERE IT WAS   *
      *                ADDRESSED ON THE DAY IT WENT OUT, AND WHETHER   *
      *                IT CAME BACK:                                   *
      *                                                                *
      *                - THE ACCOUNTS COVERED - THE ACCOUNT ITSELF     *
      *                  PLUS EVERY ACCOUNT AD016MRG MERGED INTO IT    *
      *                  (MERGXREF), SINCE A MERGED VICTIM'S PIECES    *
      *                  STAY UNDER ITS OLD ID.  A RETIRED VICTIM ID   *
      *                  ON THE REQUEST IS RESOLVED TO ITS SURVIVOR.   *
      *                - EVERY ADDRESS CHANGE DATED IN THE RANGE,      *
      *                  WITH WHO MADE IT AND THE ADDRESS IT REPLACED. *
      *                - EVERY MANIFEST PIECE (MAILMAN) EXTRACTED IN   *
      *                  THE RANGE WITH ITS DROP ID, CASS CYCLE,       *
      *                  ADDRESS TYPE, AND IMB, AND THE ADDRESS IN     *
      *                  EFFECT ON THE MAILING DATE, REBUILT FROM THE  *
      *                  LIVE ADDRESS HISTORY AND THE ARCHHIST         *
      *                  ARCHIVE (SEE 5300-REBUILD-ADDRESS).           *
      *                - EVERY RETURN (UNDELMAIL AND THE ARCHUNDL      *
      *                  ARCHIVE) LOGGED AGAINST THOSE PIECES, WITH    *
      *                  REASON AND CLEARED STATUS, AND ANY RETURN     *
      *                  RECEIVED IN THE RANGE THAT NO PIECE CLAIMS.   *
      *                                                                *
      *                THE ARCHIVES ARE SEQUENTIAL AND ARE RESCANNED   *
      *                FOR EACH REQUEST.  AN ARCHIVE THAT CANNOT BE    *
      *                OPENED IS NOTED ON THE PACKET RATHER THAN       *
      *                SILENTLY SKIPPED.  REPORT ONLY - NOTHING IS     *
      *                UPDATED AND NO RUN-CONTROL ENTRY IS FILED.      *
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
       PROGRAM-ID.                 AD027EVD.
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
           SELECT EVIDENCE-REQUESTS ASSIGN TO EVIDREQ
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVIDREQ-STATUS.

           SELECT MERGE-XREF       ASSIGN TO MERGXREF
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MX-OLD-CUSTOMER-ID
               FILE STATUS IS WS-MERGXREF-STATUS.

           SELECT CUSTOMER-MASTER  ASSIGN TO CUSTMAS
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS CM-CUSTOMER-ID
               FILE STATUS IS WS-CUSTMAS-STATUS.

           SELECT ADDRESS-HISTORY  ASSIGN TO ADDRHIST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AH-HISTORY-KEY
               FILE STATUS IS WS-ADDRHIST-STATUS.

           SELECT MAILING-MANIFEST ASSIGN TO MAILMAN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MM-KEY
               FILE STATUS IS WS-MAILMAN-STATUS.

           SELECT UNDELIVERABLE-MAIL ASSIGN TO UNDELMAIL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS UM-KEY
               FILE STATUS IS WS-UNDELMAIL-STATUS.

           SELECT ARCHIVE-HIST     ASSIGN TO ARCHHIST
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHHIST-STATUS.

           SELECT ARCHIVE-UNDEL    ASSIGN TO ARCHUNDL
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCHUNDL-STATUS.

           SELECT EVIDENCE-RPT     ASSIGN TO EVIDRPT
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-EVIDRPT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  EVIDENCE-REQUESTS
           LABEL RECORDS ARE STANDARD.
           COPY EVIDREQ.

       FD  MERGE-XREF
           LABEL RECORDS ARE STANDARD.
           COPY MERGXRF.

       FD  CUSTOMER-MASTER
           LABEL RECORDS ARE STANDARD.
           COPY CUSTMAS.

       FD  ADDRESS-HISTORY
           LABEL RECORDS ARE STANDARD.
           COPY ADDRHIST.

       FD  MAILING-MANIFEST
           LABEL RECORDS ARE STANDARD.
           COPY MAILMAN.

       FD  UNDELIVERABLE-MAIL
           LABEL RECORDS ARE STANDARD.
           COPY UNDELMAIL.

      *    THE ARCHIVE RECORDS ARE BYTE IMAGES OF THE LIVE RECORDS
      *    (SEE AD018ARC) AND ARE READ INTO THE LIVE LAYOUTS.
       FD  ARCHIVE-HIST
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-HIST-RECORD       PIC X(163).

       FD  ARCHIVE-UNDEL
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-UNDEL-RECORD      PIC X(151).

       FD  EVIDENCE-RPT
           LABEL RECORDS ARE STANDARD.
       01  EVIDENCE-REPORT-LINE      PIC X(132).

       WORKING-STORAGE SECTION.
       77  WS-EVIDREQ-STATUS        PIC XX              VALUE "00".
       77  WS-MERGXREF-STATUS       PIC XX              VALUE "00".
       77  WS-CUSTMAS-STATUS        PIC XX              VALUE "00".
       77  WS-ADDRHIST-STATUS       PIC XX              VALUE "00".
       77  WS-MAILMAN-STATUS        PIC XX              VALUE "00".
       77  WS-UNDELMAIL-STATUS      PIC XX              VALUE "00".
       77  WS-ARCHHIST-STATUS       PIC XX              VALUE "00".
       77  WS-ARCHUNDL-STATUS       PIC XX              VALUE "00".
       77  WS-EVIDRPT-STATUS        PIC XX              VALUE "00".
       77  WS-EOF-SW                PIC X(01)           VALUE "N".
           88 WS-EOF-YES                   VALUE "Y".
       77  WS-BROWSE-EOF-SW         PIC X(01)           VALUE "N".
           88 WS-BROWSE-EOF-YES            VALUE "Y".
       77  WS-IN-SET-SW             PIC X(01)           VALUE "N".
           88 WS-IN-SET-YES                VALUE "Y".
       77  WS-ARCHHIST-MISSING-SW   PIC X(01)           VALUE "N".
           88 WS-ARCHHIST-MISSING-YES      VALUE "Y".
       77  WS-ARCHUNDL-MISSING-SW   PIC X(01)           VALUE "N".
           88 WS-ARCHUNDL-MISSING-YES      VALUE "Y".
       77  WS-TABLE-FULL-SW         PIC X(01)           VALUE "N".
           88 WS-TABLE-FULL-YES            VALUE "Y".
       77  WS-ARCHIVED-SW           PIC X(01)           VALUE "N".
           88 WS-ARCHIVED-YES              VALUE "Y".
       77  WS-REQUESTS-READ-CT      PIC 9(07) COMP      VALUE ZERO.
       77  WS-PACKETS-PRINTED-CT    PIC 9(07) COMP      VALUE ZERO.
       77  WS-REQUESTS-REJECTED-CT  PIC 9(07) COMP      VALUE ZERO.
       77  WS-SURVIVOR-ID           PIC 9(09)           VALUE ZERO.
       77  WS-CHECK-ID              PIC 9(09)           VALUE ZERO.
       77  WS-ADDR-SLOT             PIC 9(01)           VALUE ZERO.
       77  WS-MATCH-PIECE           PIC 9(04) COMP      VALUE ZERO.
       77  WS-SNAP-IDX              PIC 9(04) COMP      VALUE ZERO.
       77  WS-BEST-IDX              PIC 9(04) COMP      VALUE ZERO.
       77  WS-PIECE-NO              PIC 9(04) COMP      VALUE ZERO.
       77  WS-PIECE-RETURN-CT       PIC 9(04) COMP      VALUE ZERO.
       77  WS-OPEN-RETURN-CT        PIC 9(04) COMP      VALUE ZERO.
       77  WS-CHANGES-LISTED-CT     PIC 9(04) COMP      VALUE ZERO.
       77  WS-ORPHANS-LISTED-CT     PIC 9(04) COMP      VALUE ZERO.

       77  WS-ACCT-USED             PIC 9(04) COMP      VALUE ZERO.
       77  WS-ACCT-MAX              PIC 9(04) COMP      VALUE 20.
       77  WS-HT-USED               PIC 9(04) COMP      VALUE ZERO.
       77  WS-HT-MAX                PIC 9(04) COMP      VALUE 300.
       77  WS-PC-USED               PIC 9(04) COMP      VALUE ZERO.
       77  WS-PC-MAX                PIC 9(04) COMP      VALUE 300.
       77  WS-RT-USED               PIC 9(04) COMP      VALUE ZERO.
       77  WS-RT-MAX                PIC 9(04) COMP      VALUE 200.

       01  WS-CURRENT-DATE          PIC 9(08).
       01  WS-CURRENT-TIME          PIC 9(06).

      *    THE ACCOUNTS ONE PACKET COVERS - ENTRY 1 IS THE SURVIVING
      *    ACCOUNT, THE REST ARE THE ACCOUNTS MERGED INTO IT.
       01  WS-ACCOUNT-TABLE.
           05 WS-ACCT-ENTRY         OCCURS 20 TIMES
                                    INDEXED BY WS-ACCT-IDX.
              10 WS-ACCT-ID         PIC 9(09).
              10 WS-ACCT-MERGE-DATE PIC 9(08).

      *    EVERY ADDRESS-HISTORY ENTRY, LIVE OR ARCHIVED, FOR THE
      *    ACCOUNTS COVERED.  WS-HT-ADDRESS HAS THE SAME SHAPE AS
      *    WS-FMT-ADDRESS SO AN ENTRY CAN BE FORMATTED WITH ONE MOVE.
       01  WS-HIST-TABLE.
           05 WS-HT-ENTRY           OCCURS 300 TIMES
                                    INDEXED BY WS-HT-IDX.
              10 WS-HT-CUSTOMER-ID  PIC 9(09).
              10 WS-HT-ADDRESS-TYPE PIC X(01).
              10 WS-HT-DATE         PIC 9(08).
              10 WS-HT-TIME         PIC 9(06).
              10 WS-HT-SOURCE       PIC X(01).
                 88 WS-HT-SOURCE-SEASONAL  VALUE "S".
              10 WS-HT-OPERATOR-ID  PIC X(08).
              10 WS-HT-TERMINAL-ID  PIC X(04).
              10 WS-HT-ARCHIVED-SW  PIC X(01).
                 88 WS-HT-ARCHIVED-YES     VALUE "Y".
              10 WS-HT-ADDRESS.
                 15 WS-HT-LINE-1    PIC X(40).
                 15 WS-HT-CITY      PIC X(17).
                 15 WS-HT-STATE     PIC XX.
                 15 WS-HT-ZIP1      PIC 9(05).
                 15 WS-HT-ZIP2      PIC 9(04).
                 15 WS-HT-INTL-CITY PIC X(20).
                 15 WS-HT-INTL-PROVINCE
                                    PIC X(10).
                 15 WS-HT-POSTAL-CODE
                                    PIC X(10).
                 15 WS-HT-COUNTRY-CODE
                                    PIC X(03).
                 15 WS-HT-COUNTRY-NAME
                                    PIC X(15).

      *    THE MANIFEST PIECES EXTRACTED IN THE REQUESTED RANGE.
       01  WS-PIECE-TABLE.
           05 WS-PC-ENTRY           OCCURS 300 TIMES
                                    INDEXED BY WS-PC-IDX.
              10 WS-PC-CUSTOMER-ID  PIC 9(09).
              10 WS-PC-EXTRACT-DATE PIC 9(08).
              10 WS-PC-DROP-ID      PIC X(08).
              10 WS-PC-ADDRESS-TYPE PIC X(01).
              10 WS-PC-CASS-CYCLE   PIC 9(04).
              10 WS-PC-HH-PRIMARY-SW
                                    PIC X(01).
              10 WS-PC-IMB          PIC X(31).

      *    THE RETURNS FOR THE ACCOUNTS COVERED THAT WERE MAILED OR
      *    RECEIVED IN THE RANGE.  WS-RT-PIECE-NO IS THE PIECE-TABLE
      *    ENTRY THE RETURN CAME FROM, ZERO WHEN NO PIECE CLAIMS IT.
       01  WS-RETURN-TABLE.
           05 WS-RT-ENTRY           OCCURS 200 TIMES
                                    INDEXED BY WS-RT-IDX.
              10 WS-RT-CUSTOMER-ID  PIC 9(09).
              10 WS-RT-DATE-RECEIVED
                                    PIC 9(08).
              10 WS-RT-REASON-CD    PIC X(02).
              10 WS-RT-REASON-TEXT  PIC X(22).
              10 WS-RT-CLEARED-SW   PIC X(01).
                 88 WS-RT-CLEARED-YES      VALUE "Y".
              10 WS-RT-CLEARED-REASON-CD
                                    PIC X(01).
              10 WS-RT-CLEARED-DATE PIC 9(08).
              10 WS-RT-MAILED-EXTRACT-DATE
                                    PIC 9(08).
              10 WS-RT-MAILED-DROP-ID
                                    PIC X(08).
              10 WS-RT-ARCHIVED-SW  PIC X(01).
                 88 WS-RT-ARCHIVED-YES     VALUE "Y".
              10 WS-RT-PIECE-NO     PIC 9(04) COMP.

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

       01  WS-MERGED-ROLE.
           05 FILLER                PIC X(12)  VALUE "MERGED INTO ".
           05 WS-MR-SURVIVOR-ID     PIC 9(09).
           05 FILLER                PIC X(04)  VALUE " ON ".
           05 WS-MR-MERGE-DATE      PIC 9(08).

       01  WS-CHANGE-BASIS.
           05 FILLER                PIC X(25)
                   VALUE "HISTORY - CHANGE DATED ".
           05 WS-CB-CHANGE-DATE     PIC 9(08).
           05 FILLER                PIC X(12)  VALUE SPACES.

       01  WS-SEPARATOR-LINE        PIC X(132) VALUE ALL "=".

       01  WS-PACKET-HEADING-1.
           05 FILLER                PIC X(31)
                   VALUE "DISPUTE EVIDENCE PACKET - CASE ".
           05 PH-CASE-REFERENCE     PIC X(15).
           05 FILLER                PIC X(11)  VALUE "  PREPARED ".
           05 PH-RUN-DATE           PIC 9(08).
           05 FILLER                PIC X(15)  VALUE "  REQUESTED BY ".
           05 PH-REQUESTED-BY       PIC X(20).
           05 FILLER                PIC X(32)  VALUE SPACES.

       01  WS-PACKET-HEADING-2.
           05 FILLER                PIC X(09)  VALUE "CUSTOMER ".
           05 PH-CUSTOMER-ID        PIC 9(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 PH-CUSTOMER-NAME      PIC X(30).
           05 FILLER                PIC X(17)
                   VALUE "  MAILINGS FROM  ".
           05 PH-FROM-DATE          PIC 9(08).
           05 FILLER                PIC X(06)  VALUE " THRU ".
           05 PH-THRU-DATE          PIC 9(08).
           05 FILLER                PIC X(43)  VALUE SPACES.

       01  WS-SECTION-LINE.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 SC-TITLE              PIC X(60).
           05 FILLER                PIC X(69)  VALUE SPACES.

       01  WS-NOTE-LINE.
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 FILLER                PIC X(04)  VALUE "*** ".
           05 NL-TEXT               PIC X(70).
           05 FILLER                PIC X(55)  VALUE SPACES.

       01  WS-ACCOUNT-LINE.
           05 FILLER                PIC X(06)  VALUE SPACES.
           05 AC-CUSTOMER-ID        PIC 9(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 AC-ROLE               PIC X(33).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 AC-CUSTOMER-NAME      PIC X(30).
           05 FILLER                PIC X(50)  VALUE SPACES.

       01  WS-CHANGE-HEADING.
           05 FILLER                PIC X(06)  VALUE SPACES.
           05 FILLER                PIC X(11)  VALUE "CUSTOMER".
           05 FILLER                PIC X(04)  VALUE "TYP".
           05 FILLER                PIC X(17)  VALUE "CHANGED".
           05 FILLER                PIC X(10)  VALUE "SOURCE".
           05 FILLER                PIC X(09)  VALUE "OPERATOR".
           05 FILLER                PIC X(06)  VALUE "TERM".
           05 FILLER                PIC X(08)  VALUE "ON FILE".
           05 FILLER                PIC X(61)  VALUE SPACES.

       01  WS-CHANGE-LINE.
           05 FILLER                PIC X(06)  VALUE SPACES.
           05 HL-CUSTOMER-ID        PIC 9(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HL-ADDRESS-TYPE       PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 HL-CHANGE-DATE        PIC 9(08).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 HL-CHANGE-TIME        PIC 9(06).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HL-SOURCE             PIC X(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HL-OPERATOR-ID        PIC X(08).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 HL-TERMINAL-ID        PIC X(04).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 HL-ON-FILE            PIC X(08).
           05 FILLER                PIC X(61)  VALUE SPACES.

       01  WS-PIECE-HEADING.
           05 FILLER                PIC X(06)  VALUE SPACES.
           05 FILLER                PIC X(11)  VALUE "CUSTOMER".
           05 FILLER                PIC X(10)  VALUE "MAILED".
           05 FILLER                PIC X(10)  VALUE "DROP ID".
           05 FILLER                PIC X(06)  VALUE "CYCLE".
           05 FILLER                PIC X(04)  VALUE "TYP".
           05 FILLER                PIC X(04)  VALUE "HH".
           05 FILLER                PIC X(33)  VALUE "IMB".
           05 FILLER                PIC X(48)
                   VALUE "ADDRESS IN EFFECT - BASIS".

       01  WS-PIECE-LINE.
           05 FILLER                PIC X(06)  VALUE SPACES.
           05 PL-CUSTOMER-ID        PIC 9(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 PL-EXTRACT-DATE       PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 PL-DROP-ID            PIC X(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 PL-CASS-CYCLE         PIC 9(04).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 PL-ADDRESS-TYPE       PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 PL-HH-PRIMARY-SW      PIC X(01).
           05 FILLER                PIC X(03)  VALUE SPACES.
           05 PL-IMB                PIC X(31).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 PL-BASIS              PIC X(45).
           05 FILLER                PIC X(01)  VALUE SPACES.

       01  WS-REPORT-ADDRESS.
           05 FILLER                PIC X(09)  VALUE SPACES.
           05 RA-LABEL              PIC X(13).
           05 RA-LINE-1             PIC X(40).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RA-LINE-2             PIC X(50).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RA-LINE-3             PIC X(15).
           05 FILLER                PIC X(01)  VALUE SPACES.

       01  WS-RETURN-LINE.
           05 FILLER                PIC X(08)  VALUE SPACES.
           05 FILLER                PIC X(09)  VALUE "RETURNED ".
           05 RL-DATE-RECEIVED      PIC 9(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RL-REASON-CD          PIC XX.
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RL-REASON-TEXT        PIC X(22).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RL-STATUS             PIC X(07).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RL-CLEARED-DATE       PIC X(08).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RL-CLEARED-HOW        PIC X(10).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(04)  VALUE "ID  ".
           05 RL-CUSTOMER-ID        PIC 9(09).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RL-ON-FILE            PIC X(08).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 FILLER                PIC X(07)  VALUE "MAILED ".
           05 RL-MAILED-DATE        PIC X(08).
           05 FILLER                PIC X(01)  VALUE SPACES.
           05 RL-MAILED-DROP-ID     PIC X(08).

       01  WS-TOTAL-LINE.
           05 FILLER                PIC X(06)  VALUE SPACES.
           05 FILLER                PIC X(15)  VALUE "PIECES MAILED  ".
           05 TL-PIECES             PIC ZZZ9.
           05 FILLER                PIC X(12)  VALUE "   RETURNS  ".
           05 TL-RETURNS            PIC ZZZ9.
           05 FILLER                PIC X(15)  VALUE "   STILL OPEN  ".
           05 TL-OPEN               PIC ZZZ9.
           05 FILLER                PIC X(20)
                   VALUE "   CHANGES LISTED  ".
           05 TL-CHANGES            PIC ZZZ9.
           05 FILLER                PIC X(48)  VALUE SPACES.

       01  WS-REJECT-LINE.
           05 FILLER                PIC X(29)
                   VALUE "REQUEST REJECTED - CUSTOMER ".
           05 RJ-CUSTOMER-ID        PIC X(09).
           05 FILLER                PIC X(07)  VALUE " CASE ".
           05 RJ-CASE-REFERENCE     PIC X(15).
           05 FILLER                PIC X(02)  VALUE SPACES.
           05 RJ-REASON             PIC X(40).
           05 FILLER                PIC X(30)  VALUE SPACES.

       PROCEDURE DIVISION.

      ******************************************************************
      *    0000-MAINLINE - PROGRAM CONTROL                              *
      ******************************************************************
       0000-MAINLINE.
           PERFORM 1000-INITIALIZE
               THRU 1000-INITIALIZE-EXIT.

           PERFORM 2000-PROCESS-REQUEST
               THRU 2000-PROCESS-REQUEST-EXIT
               UNTIL WS-EOF-YES.

           PERFORM 8000-TERMINATE
               THRU 8000-TERMINATE-EXIT.

           GOBACK.

      ******************************************************************
      *    1000-INITIALIZE - OPEN FILES AND PRIME THE READ.  THE        *
      *    ARCHIVES ARE OPENED PER REQUEST IN 3000 AND 3700.            *
      ******************************************************************
       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-CURRENT-TIME FROM TIME.

           OPEN INPUT  EVIDENCE-REQUESTS.
           IF WS-EVIDREQ-STATUS NOT = "00"
               DISPLAY "AD027EVD - EVIDENCE REQUEST OPEN ERROR "
                       WS-EVIDREQ-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  MERGE-XREF.
           IF WS-MERGXREF-STATUS NOT = "00"
               DISPLAY "AD027EVD - MERGE XREF OPEN ERROR "
                       WS-MERGXREF-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  CUSTOMER-MASTER.
           IF WS-CUSTMAS-STATUS NOT = "00"
               DISPLAY "AD027EVD - CUSTOMER MASTER OPEN ERROR "
                       WS-CUSTMAS-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  ADDRESS-HISTORY.
           IF WS-ADDRHIST-STATUS NOT = "00"
               DISPLAY "AD027EVD - ADDRESS HISTORY OPEN ERROR "
                       WS-ADDRHIST-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  MAILING-MANIFEST.
           IF WS-MAILMAN-STATUS NOT = "00"
               DISPLAY "AD027EVD - MAILING MANIFEST OPEN ERROR "
                       WS-MAILMAN-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN INPUT  UNDELIVERABLE-MAIL.
           IF WS-UNDELMAIL-STATUS NOT = "00"
               DISPLAY "AD027EVD - UNDELIVERABLE MAIL OPEN ERROR "
                       WS-UNDELMAIL-STATUS
               GO TO 9999-ABEND
           END-IF.

           OPEN OUTPUT EVIDENCE-RPT.
           IF WS-EVIDRPT-STATUS NOT = "00"
               DISPLAY "AD027EVD - EVIDENCE REPORT OPEN ERROR "
                       WS-EVIDRPT-STATUS
               GO TO 9999-ABEND
           END-IF.

           PERFORM 2900-READ-REQUEST
               THRU 2900-READ-REQUEST-EXIT.
       1000-INITIALIZE-EXIT.
           EXIT.

      ******************************************************************
      *    2000-PROCESS-REQUEST - EDIT ONE REQUEST, GATHER ITS          *
      *    EVIDENCE, AND PRINT THE PACKET                               *
      ******************************************************************
       2000-PROCESS-REQUEST.
           ADD 1 TO WS-REQUESTS-READ-CT.

           IF ER-CUSTOMER-ID NOT NUMERIC OR ER-CUSTOMER-ID = ZERO
               MOVE "CUSTOMER ID MISSING OR NOT NUMERIC"
                                        TO RJ-REASON
               GO TO 2070-REJECT-REQUEST
           END-IF.

           IF ER-FROM-DATE NOT NUMERIC OR ER-THRU-DATE NOT NUMERIC
               MOVE "DATE RANGE NOT NUMERIC" TO RJ-REASON
               GO TO 2070-REJECT-REQUEST
           END-IF.

           IF ER-FROM-DATE > ER-THRU-DATE
               MOVE "FROM DATE IS AFTER THRU DATE" TO RJ-REASON
               GO TO 2070-REJECT-REQUEST
           END-IF.

           MOVE "N"  TO WS-TABLE-FULL-SW.
           MOVE "N"  TO WS-ARCHHIST-MISSING-SW.
           MOVE "N"  TO WS-ARCHUNDL-MISSING-SW.
           MOVE ZERO TO WS-ACCT-USED.
           MOVE ZERO TO WS-HT-USED.
           MOVE ZERO TO WS-PC-USED.
           MOVE ZERO TO WS-RT-USED.

           PERFORM 2100-BUILD-ACCOUNT-LIST
               THRU 2100-BUILD-ACCOUNT-LIST-EXIT.

           PERFORM 3000-LOAD-HISTORY
               THRU 3000-LOAD-HISTORY-EXIT.

           PERFORM 3500-LOAD-PIECES
               THRU 3500-LOAD-PIECES-EXIT.

           PERFORM 3700-LOAD-RETURNS
               THRU 3700-LOAD-RETURNS-EXIT.

           PERFORM 4000-MATCH-RETURNS
               THRU 4000-MATCH-RETURNS-EXIT.

           PERFORM 5000-PRINT-PACKET
               THRU 5000-PRINT-PACKET-EXIT.

           ADD 1 TO WS-PACKETS-PRINTED-CT.
           GO TO 2080-NEXT-REQUEST.

       2070-REJECT-REQUEST.
           MOVE ER-CUSTOMER-ID      TO RJ-CUSTOMER-ID.
           MOVE ER-CASE-REFERENCE   TO RJ-CASE-REFERENCE.
           WRITE EVIDENCE-REPORT-LINE FROM WS-REJECT-LINE.
           DISPLAY "AD027EVD - REQUEST REJECTED FOR CUSTOMER "
                   ER-CUSTOMER-ID " - " RJ-REASON.
           ADD 1 TO WS-REQUESTS-REJECTED-CT.

       2080-NEXT-REQUEST.
           PERFORM 2900-READ-REQUEST
               THRU 2900-READ-REQUEST-EXIT.
       2000-PROCESS-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    2100-BUILD-ACCOUNT-LIST - RESOLVE THE REQUESTED ID TO ITS    *
      *    SURVIVING ACCOUNT AND COLLECT EVERY ACCOUNT MERGED INTO IT.  *
      *    MERGXREF IS KEYED BY THE OLD ID, SO FINDING THE VICTIMS OF   *
      *    ONE SURVIVOR TAKES A FULL PASS.  AD016MRG RE-POINTS CHAINED  *
      *    ENTRIES, SO ONE LEVEL OF LOOKUP IS ENOUGH.                   *
      ******************************************************************
       2100-BUILD-ACCOUNT-LIST.
           MOVE ER-CUSTOMER-ID TO WS-SURVIVOR-ID.
           MOVE ER-CUSTOMER-ID TO MX-OLD-CUSTOMER-ID.
           READ MERGE-XREF
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE MX-SURVIVOR-CUSTOMER-ID TO WS-SURVIVOR-ID
           END-READ.

           MOVE 1              TO WS-ACCT-USED.
           SET WS-ACCT-IDX     TO 1.
           MOVE WS-SURVIVOR-ID TO WS-ACCT-ID (WS-ACCT-IDX).
           MOVE ZERO           TO WS-ACCT-MERGE-DATE (WS-ACCT-IDX).

           MOVE ZERO TO MX-OLD-CUSTOMER-ID.
           START MERGE-XREF
               KEY IS NOT LESS THAN MX-OLD-CUSTOMER-ID
               INVALID KEY
                   GO TO 2100-BUILD-ACCOUNT-LIST-EXIT
           END-START.

           MOVE "N" TO WS-BROWSE-EOF-SW.
           PERFORM 2150-SCAN-ONE-XREF
               THRU 2150-SCAN-ONE-XREF-EXIT
               UNTIL WS-BROWSE-EOF-YES.
       2100-BUILD-ACCOUNT-LIST-EXIT.
           EXIT.

       2150-SCAN-ONE-XREF.
           READ MERGE-XREF NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-EOF-SW
                   GO TO 2150-SCAN-ONE-XREF-EXIT
           END-READ.

           IF MX-SURVIVOR-CUSTOMER-ID NOT = WS-SURVIVOR-ID
               GO TO 2150-SCAN-ONE-XREF-EXIT
           END-IF.

           IF WS-ACCT-USED NOT < WS-ACCT-MAX
               MOVE "Y" TO WS-TABLE-FULL-SW
               GO TO 2150-SCAN-ONE-XREF-EXIT
           END-IF.

           ADD 1 TO WS-ACCT-USED.
           SET WS-ACCT-IDX TO WS-ACCT-USED.
           MOVE MX-OLD-CUSTOMER-ID TO WS-ACCT-ID (WS-ACCT-IDX).
           MOVE MX-MERGE-DATE      TO WS-ACCT-MERGE-DATE (WS-ACCT-IDX).
       2150-SCAN-ONE-XREF-EXIT.
           EXIT.

      ******************************************************************
      *    2800-CHECK-ACCOUNT - IS WS-CHECK-ID ONE OF THE ACCOUNTS THIS *
      *    PACKET COVERS?                                               *
      ******************************************************************
       2800-CHECK-ACCOUNT.
           MOVE "N" TO WS-IN-SET-SW.

           PERFORM 2850-CHECK-ONE-ACCOUNT
               THRU 2850-CHECK-ONE-ACCOUNT-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-USED.
       2800-CHECK-ACCOUNT-EXIT.
           EXIT.

       2850-CHECK-ONE-ACCOUNT.
           IF WS-ACCT-ID (WS-ACCT-IDX) = WS-CHECK-ID
               MOVE "Y" TO WS-IN-SET-SW
           END-IF.
       2850-CHECK-ONE-ACCOUNT-EXIT.
           EXIT.

       2900-READ-REQUEST.
           READ EVIDENCE-REQUESTS
               AT END
                   MOVE "Y" TO WS-EOF-SW
           END-READ.
       2900-READ-REQUEST-EXIT.
           EXIT.

      ******************************************************************
      *    3000-LOAD-HISTORY - EVERY LIVE ADDRESS-HISTORY ENTRY FOR     *
      *    EACH ACCOUNT COVERED, THEN EVERY ARCHIVED ONE                *
      ******************************************************************
       3000-LOAD-HISTORY.
           MOVE "N" TO WS-ARCHIVED-SW.
           PERFORM 3100-LOAD-LIVE-HISTORY
               THRU 3100-LOAD-LIVE-HISTORY-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-USED.

           OPEN INPUT ARCHIVE-HIST.
           IF WS-ARCHHIST-STATUS NOT = "00"
               DISPLAY "AD027EVD - HISTORY ARCHIVE NOT AVAILABLE "
                       WS-ARCHHIST-STATUS
               MOVE "Y" TO WS-ARCHHIST-MISSING-SW
               GO TO 3000-LOAD-HISTORY-EXIT
           END-IF.

           MOVE "Y" TO WS-ARCHIVED-SW.
           MOVE "N" TO WS-BROWSE-EOF-SW.
           PERFORM 3200-SCAN-ARCHIVED-HISTORY
               THRU 3200-SCAN-ARCHIVED-HISTORY-EXIT
               UNTIL WS-BROWSE-EOF-YES.

           CLOSE ARCHIVE-HIST.
       3000-LOAD-HISTORY-EXIT.
           EXIT.

       3100-LOAD-LIVE-HISTORY.
           MOVE WS-ACCT-ID (WS-ACCT-IDX) TO AH-CUSTOMER-ID.
           MOVE LOW-VALUES              TO AH-ADDRESS-TYPE.
           MOVE ZERO                    TO AH-EFFECTIVE-DATE.
           MOVE ZERO                    TO AH-EFFECTIVE-TIME.

           START ADDRESS-HISTORY
               KEY IS NOT LESS THAN AH-HISTORY-KEY
               INVALID KEY
                   GO TO 3100-LOAD-LIVE-HISTORY-EXIT
           END-START.

           MOVE "N" TO WS-BROWSE-EOF-SW.
           PERFORM 3150-READ-LIVE-HISTORY
               THRU 3150-READ-LIVE-HISTORY-EXIT
               UNTIL WS-BROWSE-EOF-YES.
       3100-LOAD-LIVE-HISTORY-EXIT.
           EXIT.

       3150-READ-LIVE-HISTORY.
           READ ADDRESS-HISTORY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-EOF-SW
                   GO TO 3150-READ-LIVE-HISTORY-EXIT
           END-READ.

           IF AH-CUSTOMER-ID NOT = WS-ACCT-ID (WS-ACCT-IDX)
               MOVE "Y" TO WS-BROWSE-EOF-SW
               GO TO 3150-READ-LIVE-HISTORY-EXIT
           END-IF.

           PERFORM 3300-STORE-HISTORY
               THRU 3300-STORE-HISTORY-EXIT.
       3150-READ-LIVE-HISTORY-EXIT.
           EXIT.

       3200-SCAN-ARCHIVED-HISTORY.
           READ ARCHIVE-HIST INTO ADDRESS-HISTORY-RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-EOF-SW
                   GO TO 3200-SCAN-ARCHIVED-HISTORY-EXIT
           END-READ.

           MOVE AH-CUSTOMER-ID TO WS-CHECK-ID.
           PERFORM 2800-CHECK-ACCOUNT
               THRU 2800-CHECK-ACCOUNT-EXIT.

           IF WS-IN-SET-YES
               PERFORM 3300-STORE-HISTORY
                   THRU 3300-STORE-HISTORY-EXIT
           END-IF.
       3200-SCAN-ARCHIVED-HISTORY-EXIT.
           EXIT.

       3300-STORE-HISTORY.
           IF WS-HT-USED NOT < WS-HT-MAX
               MOVE "Y" TO WS-TABLE-FULL-SW
               GO TO 3300-STORE-HISTORY-EXIT
           END-IF.

           ADD 1 TO WS-HT-USED.
           SET WS-HT-IDX TO WS-HT-USED.
           MOVE AH-CUSTOMER-ID      TO WS-HT-CUSTOMER-ID (WS-HT-IDX).
           MOVE AH-ADDRESS-TYPE     TO WS-HT-ADDRESS-TYPE (WS-HT-IDX).
           MOVE AH-EFFECTIVE-DATE   TO WS-HT-DATE (WS-HT-IDX).
           MOVE AH-EFFECTIVE-TIME   TO WS-HT-TIME (WS-HT-IDX).
           MOVE AH-CHANGE-SOURCE    TO WS-HT-SOURCE (WS-HT-IDX).
           MOVE AH-OPERATOR-ID      TO WS-HT-OPERATOR-ID (WS-HT-IDX).
           MOVE AH-TERMINAL-ID      TO WS-HT-TERMINAL-ID (WS-HT-IDX).
           MOVE WS-ARCHIVED-SW      TO WS-HT-ARCHIVED-SW (WS-HT-IDX).
           MOVE AH-PRIOR-ADDRESS-LINE-1
                                    TO WS-HT-LINE-1 (WS-HT-IDX).
           MOVE AH-PRIOR-CITY       TO WS-HT-CITY (WS-HT-IDX).
           MOVE AH-PRIOR-STATE      TO WS-HT-STATE (WS-HT-IDX).
           MOVE AH-PRIOR-ZIP1       TO WS-HT-ZIP1 (WS-HT-IDX).
           MOVE AH-PRIOR-ZIP2       TO WS-HT-ZIP2 (WS-HT-IDX).
           MOVE AH-PRIOR-INTL-CITY  TO WS-HT-INTL-CITY (WS-HT-IDX).
           MOVE AH-PRIOR-INTL-PROVINCE
                                    TO WS-HT-INTL-PROVINCE (WS-HT-IDX).
           MOVE AH-PRIOR-POSTAL-CODE
                                    TO WS-HT-POSTAL-CODE (WS-HT-IDX).
           MOVE AH-PRIOR-COUNTRY-CODE
                                    TO WS-HT-COUNTRY-CODE (WS-HT-IDX).
           MOVE AH-PRIOR-COUNTRY-NAME
                                    TO WS-HT-COUNTRY-NAME (WS-HT-IDX).
       3300-STORE-HISTORY-EXIT.
           EXIT.

      ******************************************************************
      *    3500-LOAD-PIECES - EVERY MANIFEST PIECE EXTRACTED IN THE     *
      *    REQUESTED RANGE FOR EACH ACCOUNT COVERED                     *
      ******************************************************************
       3500-LOAD-PIECES.
           PERFORM 3550-LOAD-ACCOUNT-PIECES
               THRU 3550-LOAD-ACCOUNT-PIECES-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-USED.
       3500-LOAD-PIECES-EXIT.
           EXIT.

       3550-LOAD-ACCOUNT-PIECES.
           MOVE WS-ACCT-ID (WS-ACCT-IDX) TO MM-CUSTOMER-ID.
           MOVE ER-FROM-DATE            TO MM-EXTRACT-DATE.
           MOVE LOW-VALUES              TO MM-DROP-ID.

           START MAILING-MANIFEST
               KEY IS NOT LESS THAN MM-KEY
               INVALID KEY
                   GO TO 3550-LOAD-ACCOUNT-PIECES-EXIT
           END-START.

           MOVE "N" TO WS-BROWSE-EOF-SW.
           PERFORM 3600-READ-ONE-PIECE
               THRU 3600-READ-ONE-PIECE-EXIT
               UNTIL WS-BROWSE-EOF-YES.
       3550-LOAD-ACCOUNT-PIECES-EXIT.
           EXIT.

       3600-READ-ONE-PIECE.
           READ MAILING-MANIFEST NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-EOF-SW
                   GO TO 3600-READ-ONE-PIECE-EXIT
           END-READ.

           IF MM-CUSTOMER-ID NOT = WS-ACCT-ID (WS-ACCT-IDX)
                  OR MM-EXTRACT-DATE > ER-THRU-DATE
               MOVE "Y" TO WS-BROWSE-EOF-SW
               GO TO 3600-READ-ONE-PIECE-EXIT
           END-IF.

           IF WS-PC-USED NOT < WS-PC-MAX
               MOVE "Y" TO WS-TABLE-FULL-SW
               MOVE "Y" TO WS-BROWSE-EOF-SW
               GO TO 3600-READ-ONE-PIECE-EXIT
           END-IF.

           ADD 1 TO WS-PC-USED.
           SET WS-PC-IDX TO WS-PC-USED.
           MOVE MM-CUSTOMER-ID    TO WS-PC-CUSTOMER-ID (WS-PC-IDX).
           MOVE MM-EXTRACT-DATE   TO WS-PC-EXTRACT-DATE (WS-PC-IDX).
           MOVE MM-DROP-ID        TO WS-PC-DROP-ID (WS-PC-IDX).
           MOVE MM-ADDRESS-TYPE   TO WS-PC-ADDRESS-TYPE (WS-PC-IDX).
           MOVE MM-CASS-CYCLE     TO WS-PC-CASS-CYCLE (WS-PC-IDX).
           MOVE MM-HH-PRIMARY-SW  TO WS-PC-HH-PRIMARY-SW (WS-PC-IDX).
           MOVE MM-IMB            TO WS-PC-IMB (WS-PC-IDX).
       3600-READ-ONE-PIECE-EXIT.
           EXIT.

      ******************************************************************
      *    3700-LOAD-RETURNS - EVERY RETURN, LIVE OR ARCHIVED, FOR THE  *
      *    ACCOUNTS COVERED WHOSE PIECE WAS MAILED IN THE RANGE OR      *
      *    WHICH WAS RECEIVED IN THE RANGE                              *
      ******************************************************************
       3700-LOAD-RETURNS.
           MOVE "N" TO WS-ARCHIVED-SW.
           PERFORM 3750-LOAD-LIVE-RETURNS
               THRU 3750-LOAD-LIVE-RETURNS-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-USED.

           OPEN INPUT ARCHIVE-UNDEL.
           IF WS-ARCHUNDL-STATUS NOT = "00"
               DISPLAY "AD027EVD - UNDELIVERABLE ARCHIVE NOT AVAILABLE "
                       WS-ARCHUNDL-STATUS
               MOVE "Y" TO WS-ARCHUNDL-MISSING-SW
               GO TO 3700-LOAD-RETURNS-EXIT
           END-IF.

           MOVE "Y" TO WS-ARCHIVED-SW.
           MOVE "N" TO WS-BROWSE-EOF-SW.
           PERFORM 3850-SCAN-ARCHIVED-RETURNS
               THRU 3850-SCAN-ARCHIVED-RETURNS-EXIT
               UNTIL WS-BROWSE-EOF-YES.

           CLOSE ARCHIVE-UNDEL.
       3700-LOAD-RETURNS-EXIT.
           EXIT.

       3750-LOAD-LIVE-RETURNS.
           MOVE WS-ACCT-ID (WS-ACCT-IDX) TO UM-CUSTOMER-ID.
           MOVE ZERO                    TO UM-DATE-RECEIVED.

           START UNDELIVERABLE-MAIL
               KEY IS NOT LESS THAN UM-KEY
               INVALID KEY
                   GO TO 3750-LOAD-LIVE-RETURNS-EXIT
           END-START.

           MOVE "N" TO WS-BROWSE-EOF-SW.
           PERFORM 3800-READ-LIVE-RETURN
               THRU 3800-READ-LIVE-RETURN-EXIT
               UNTIL WS-BROWSE-EOF-YES.
       3750-LOAD-LIVE-RETURNS-EXIT.
           EXIT.

       3800-READ-LIVE-RETURN.
           READ UNDELIVERABLE-MAIL NEXT RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-EOF-SW
                   GO TO 3800-READ-LIVE-RETURN-EXIT
           END-READ.

           IF UM-CUSTOMER-ID NOT = WS-ACCT-ID (WS-ACCT-IDX)
               MOVE "Y" TO WS-BROWSE-EOF-SW
               GO TO 3800-READ-LIVE-RETURN-EXIT
           END-IF.

           PERFORM 3900-STORE-RETURN
               THRU 3900-STORE-RETURN-EXIT.
       3800-READ-LIVE-RETURN-EXIT.
           EXIT.

       3850-SCAN-ARCHIVED-RETURNS.
           READ ARCHIVE-UNDEL INTO UNDELIVERABLE-MAIL-RECORD
               AT END
                   MOVE "Y" TO WS-BROWSE-EOF-SW
                   GO TO 3850-SCAN-ARCHIVED-RETURNS-EXIT
           END-READ.

           MOVE UM-CUSTOMER-ID TO WS-CHECK-ID.
           PERFORM 2800-CHECK-ACCOUNT
               THRU 2800-CHECK-ACCOUNT-EXIT.

           IF WS-IN-SET-YES
               PERFORM 3900-STORE-RETURN
                   THRU 3900-STORE-RETURN-EXIT
           END-IF.
       3850-SCAN-ARCHIVED-RETURNS-EXIT.
           EXIT.

       3900-STORE-RETURN.
           IF (UM-MAILED-EXTRACT-DATE < ER-FROM-DATE
                  OR UM-MAILED-EXTRACT-DATE > ER-THRU-DATE)
              AND (UM-DATE-RECEIVED < ER-FROM-DATE
                  OR UM-DATE-RECEIVED > ER-THRU-DATE)
               GO TO 3900-STORE-RETURN-EXIT
           END-IF.

           IF WS-RT-USED NOT < WS-RT-MAX
               MOVE "Y" TO WS-TABLE-FULL-SW
               GO TO 3900-STORE-RETURN-EXIT
           END-IF.

           ADD 1 TO WS-RT-USED.
           SET WS-RT-IDX TO WS-RT-USED.
           MOVE UM-CUSTOMER-ID      TO WS-RT-CUSTOMER-ID (WS-RT-IDX).
           MOVE UM-DATE-RECEIVED    TO WS-RT-DATE-RECEIVED (WS-RT-IDX).
           MOVE UM-RETURN-REASON-CD TO WS-RT-REASON-CD (WS-RT-IDX).

           IF UM-REASON-UNDELIVERABLE
               MOVE "UNDELIVERABLE"
                                  TO WS-RT-REASON-TEXT (WS-RT-IDX)
           ELSE
            IF UM-REASON-MOVED-NO-FWD
               MOVE "MOVED, NO FORWARDING"
                                  TO WS-RT-REASON-TEXT (WS-RT-IDX)
            ELSE
             IF UM-REASON-REFUSED
               MOVE "REFUSED"
                                  TO WS-RT-REASON-TEXT (WS-RT-IDX)
             ELSE
              IF UM-REASON-VACANT
               MOVE "VACANT"
                                  TO WS-RT-REASON-TEXT (WS-RT-IDX)
              ELSE
               MOVE "UNKNOWN REASON"
                                  TO WS-RT-REASON-TEXT (WS-RT-IDX)
              END-IF
             END-IF
            END-IF
           END-IF.

           MOVE UM-CLEARED-SW       TO WS-RT-CLEARED-SW (WS-RT-IDX).
           MOVE UM-CLEARED-REASON-CD
                               TO WS-RT-CLEARED-REASON-CD (WS-RT-IDX).
           MOVE UM-CLEARED-DATE     TO WS-RT-CLEARED-DATE (WS-RT-IDX).
           MOVE UM-MAILED-EXTRACT-DATE
                             TO WS-RT-MAILED-EXTRACT-DATE (WS-RT-IDX).
           MOVE UM-MAILED-DROP-ID
                                  TO WS-RT-MAILED-DROP-ID (WS-RT-IDX).
           MOVE WS-ARCHIVED-SW      TO WS-RT-ARCHIVED-SW (WS-RT-IDX).
           MOVE ZERO                TO WS-RT-PIECE-NO (WS-RT-IDX).
       3900-STORE-RETURN-EXIT.
           EXIT.

      ******************************************************************
      *    4000-MATCH-RETURNS - TIE EACH RETURN TO THE PIECE IT CAME    *
      *    FROM BY ITS MANIFEST EXTRACT DATE AND DROP ID (AD004MNT      *
      *    STAMPS BOTH WHEN THE RETURN IS LOGGED).  A PIECE UNDER THE   *
      *    SAME ID IS PREFERRED; FAILING THAT, A PIECE UNDER ANY        *
      *    ACCOUNT COVERED - AD016MRG MOVES A VICTIM'S RETURNS TO THE   *
      *    SURVIVOR BUT LEAVES ITS MANIFEST PIECES UNDER THE OLD ID.    *
      ******************************************************************
       4000-MATCH-RETURNS.
           PERFORM 4100-MATCH-ONE-RETURN
               THRU 4100-MATCH-ONE-RETURN-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-USED.
       4000-MATCH-RETURNS-EXIT.
           EXIT.

       4100-MATCH-ONE-RETURN.
           MOVE ZERO TO WS-MATCH-PIECE.

           IF WS-RT-MAILED-EXTRACT-DATE (WS-RT-IDX) = ZERO
               GO TO 4100-MATCH-ONE-RETURN-EXIT
           END-IF.

           PERFORM 4200-CHECK-SAME-ACCOUNT
               THRU 4200-CHECK-SAME-ACCOUNT-EXIT
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-USED.

           IF WS-MATCH-PIECE = ZERO
               PERFORM 4300-CHECK-ANY-ACCOUNT
                   THRU 4300-CHECK-ANY-ACCOUNT-EXIT
                   VARYING WS-PC-IDX FROM 1 BY 1
                   UNTIL WS-PC-IDX > WS-PC-USED
           END-IF.

           MOVE WS-MATCH-PIECE TO WS-RT-PIECE-NO (WS-RT-IDX).
       4100-MATCH-ONE-RETURN-EXIT.
           EXIT.

       4200-CHECK-SAME-ACCOUNT.
           IF WS-MATCH-PIECE = ZERO
                  AND WS-PC-CUSTOMER-ID (WS-PC-IDX)
                      = WS-RT-CUSTOMER-ID (WS-RT-IDX)
                  AND WS-PC-EXTRACT-DATE (WS-PC-IDX)
                      = WS-RT-MAILED-EXTRACT-DATE (WS-RT-IDX)
                  AND WS-PC-DROP-ID (WS-PC-IDX)
                      = WS-RT-MAILED-DROP-ID (WS-RT-IDX)
               SET WS-MATCH-PIECE TO WS-PC-IDX
           END-IF.
       4200-CHECK-SAME-ACCOUNT-EXIT.
           EXIT.

       4300-CHECK-ANY-ACCOUNT.
           IF WS-MATCH-PIECE = ZERO
                  AND WS-PC-EXTRACT-DATE (WS-PC-IDX)
                      = WS-RT-MAILED-EXTRACT-DATE (WS-RT-IDX)
                  AND WS-PC-DROP-ID (WS-PC-IDX)
                      = WS-RT-MAILED-DROP-ID (WS-RT-IDX)
               SET WS-MATCH-PIECE TO WS-PC-IDX
           END-IF.
       4300-CHECK-ANY-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      *    5000-PRINT-PACKET - HEADING, ACCOUNTS COVERED, ADDRESS       *
      *    CHANGES IN THE RANGE, PIECES WITH THEIR RETURNS, RETURNS NO  *
      *    PIECE CLAIMS, AND TOTALS                                     *
      ******************************************************************
       5000-PRINT-PACKET.
           MOVE ZERO TO WS-OPEN-RETURN-CT.
           MOVE ZERO TO WS-CHANGES-LISTED-CT.
           MOVE ZERO TO WS-ORPHANS-LISTED-CT.

           WRITE EVIDENCE-REPORT-LINE FROM WS-SEPARATOR-LINE.

           MOVE ER-CASE-REFERENCE TO PH-CASE-REFERENCE.
           MOVE WS-CURRENT-DATE   TO PH-RUN-DATE.
           MOVE ER-REQUESTED-BY   TO PH-REQUESTED-BY.
           WRITE EVIDENCE-REPORT-LINE FROM WS-PACKET-HEADING-1.

           MOVE WS-SURVIVOR-ID TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO PH-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO PH-CUSTOMER-NAME
           END-READ.
           MOVE ER-CUSTOMER-ID TO PH-CUSTOMER-ID.
           MOVE ER-FROM-DATE   TO PH-FROM-DATE.
           MOVE ER-THRU-DATE   TO PH-THRU-DATE.
           WRITE EVIDENCE-REPORT-LINE FROM WS-PACKET-HEADING-2.

           IF WS-ARCHHIST-MISSING-YES
               MOVE "HISTORY ARCHIVE (ARCHHIST) NOT AVAILABLE -"
                                         TO NL-TEXT
               WRITE EVIDENCE-REPORT-LINE FROM WS-NOTE-LINE
               MOVE "    ARCHIVED CHANGES NOT SEARCHED"
                                         TO NL-TEXT
               WRITE EVIDENCE-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
           IF WS-ARCHUNDL-MISSING-YES
               MOVE "RETURN ARCHIVE (ARCHUNDL) NOT AVAILABLE -"
                                         TO NL-TEXT
               WRITE EVIDENCE-REPORT-LINE FROM WS-NOTE-LINE
               MOVE "    ARCHIVED RETURNS NOT SEARCHED"
                                         TO NL-TEXT
               WRITE EVIDENCE-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
           IF WS-TABLE-FULL-YES
               MOVE "WORK TABLE FULL - THIS PACKET IS INCOMPLETE;"
                                         TO NL-TEXT
               WRITE EVIDENCE-REPORT-LINE FROM WS-NOTE-LINE
               MOVE "    NARROW THE DATE RANGE"
                                         TO NL-TEXT
               WRITE EVIDENCE-REPORT-LINE FROM WS-NOTE-LINE
               DISPLAY "AD027EVD - TABLE FULL - PACKET INCOMPLETE FOR "
                       ER-CUSTOMER-ID
           END-IF.

           MOVE "ACCOUNTS COVERED" TO SC-TITLE.
           PERFORM 5900-WRITE-SECTION
               THRU 5900-WRITE-SECTION-EXIT.
           PERFORM 5100-PRINT-ONE-ACCOUNT
               THRU 5100-PRINT-ONE-ACCOUNT-EXIT
               VARYING WS-ACCT-IDX FROM 1 BY 1
               UNTIL WS-ACCT-IDX > WS-ACCT-USED.

           MOVE "ADDRESS CHANGES DATED IN THE PERIOD" TO SC-TITLE.
           PERFORM 5900-WRITE-SECTION
               THRU 5900-WRITE-SECTION-EXIT.
           WRITE EVIDENCE-REPORT-LINE FROM WS-CHANGE-HEADING.
           PERFORM 5200-PRINT-ONE-CHANGE
               THRU 5200-PRINT-ONE-CHANGE-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-USED.
           IF WS-CHANGES-LISTED-CT = ZERO
               MOVE "NO ADDRESS CHANGE ON FILE IN THE PERIOD" TO NL-TEXT
               WRITE EVIDENCE-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

           MOVE "PIECES MAILED IN THE PERIOD AND RETURNS LOGGED"
                                   TO SC-TITLE.
           PERFORM 5900-WRITE-SECTION
               THRU 5900-WRITE-SECTION-EXIT.
           WRITE EVIDENCE-REPORT-LINE FROM WS-PIECE-HEADING.
           PERFORM 5400-PRINT-ONE-PIECE
               THRU 5400-PRINT-ONE-PIECE-EXIT
               VARYING WS-PC-IDX FROM 1 BY 1
               UNTIL WS-PC-IDX > WS-PC-USED.
           IF WS-PC-USED = ZERO
               MOVE "NO PIECE ON THE MANIFEST IN THE PERIOD" TO NL-TEXT
               WRITE EVIDENCE-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

           MOVE "RETURNS RECEIVED IN THE PERIOD NOT TIED TO A PIECE"
                                   TO SC-TITLE.
           PERFORM 5900-WRITE-SECTION
               THRU 5900-WRITE-SECTION-EXIT.
           MOVE ZERO TO WS-PIECE-NO.
           MOVE ZERO TO WS-PIECE-RETURN-CT.
           PERFORM 5600-PRINT-PIECE-RETURN
               THRU 5600-PRINT-PIECE-RETURN-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-USED.
           MOVE WS-PIECE-RETURN-CT TO WS-ORPHANS-LISTED-CT.
           IF WS-ORPHANS-LISTED-CT = ZERO
               MOVE "NONE" TO NL-TEXT
               WRITE EVIDENCE-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.

           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-LINE.
           MOVE WS-PC-USED           TO TL-PIECES.
           MOVE WS-RT-USED           TO TL-RETURNS.
           MOVE WS-OPEN-RETURN-CT    TO TL-OPEN.
           MOVE WS-CHANGES-LISTED-CT TO TL-CHANGES.
           WRITE EVIDENCE-REPORT-LINE FROM WS-TOTAL-LINE.

           MOVE "END OF EVIDENCE PACKET" TO SC-TITLE.
           WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE.
       5000-PRINT-PACKET-EXIT.
           EXIT.

       5100-PRINT-ONE-ACCOUNT.
           MOVE WS-ACCT-ID (WS-ACCT-IDX) TO AC-CUSTOMER-ID.

           IF WS-ACCT-MERGE-DATE (WS-ACCT-IDX) = ZERO
               MOVE "CURRENT ACCOUNT"    TO AC-ROLE
           ELSE
               MOVE WS-SURVIVOR-ID       TO WS-MR-SURVIVOR-ID
               MOVE WS-ACCT-MERGE-DATE (WS-ACCT-IDX)
                                         TO WS-MR-MERGE-DATE
               MOVE WS-MERGED-ROLE       TO AC-ROLE
           END-IF.

           MOVE WS-ACCT-ID (WS-ACCT-IDX) TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO AC-CUSTOMER-NAME
               NOT INVALID KEY
                   MOVE CM-CUSTOMER-NAME TO AC-CUSTOMER-NAME
           END-READ.

           WRITE EVIDENCE-REPORT-LINE FROM WS-ACCOUNT-LINE.
       5100-PRINT-ONE-ACCOUNT-EXIT.
           EXIT.

      ******************************************************************
      *    5200-PRINT-ONE-CHANGE - A BATCH OR ONLINE CHANGE DATED IN    *
      *    THE RANGE, WITH THE ADDRESS IT REPLACED.  SEASONAL-          *
      *    SELECTION ENTRIES ARE NOT CHANGES - THEY SHOW UP AS THE      *
      *    BASIS OF THE PIECE THEY WERE TAKEN FOR.                      *
      ******************************************************************
       5200-PRINT-ONE-CHANGE.
           IF WS-HT-SOURCE-SEASONAL (WS-HT-IDX)
                  OR WS-HT-DATE (WS-HT-IDX) < ER-FROM-DATE
                  OR WS-HT-DATE (WS-HT-IDX) > ER-THRU-DATE
               GO TO 5200-PRINT-ONE-CHANGE-EXIT
           END-IF.

           MOVE WS-HT-CUSTOMER-ID (WS-HT-IDX)  TO HL-CUSTOMER-ID.
           MOVE WS-HT-ADDRESS-TYPE (WS-HT-IDX) TO HL-ADDRESS-TYPE.
           MOVE WS-HT-DATE (WS-HT-IDX)         TO HL-CHANGE-DATE.
           MOVE WS-HT-TIME (WS-HT-IDX)         TO HL-CHANGE-TIME.
           MOVE WS-HT-OPERATOR-ID (WS-HT-IDX)  TO HL-OPERATOR-ID.
           MOVE WS-HT-TERMINAL-ID (WS-HT-IDX)  TO HL-TERMINAL-ID.

           IF WS-HT-SOURCE (WS-HT-IDX) = "O"
               MOVE "ONLINE"  TO HL-SOURCE
           ELSE
               MOVE "BATCH"   TO HL-SOURCE
           END-IF.

           IF WS-HT-ARCHIVED-YES (WS-HT-IDX)
               MOVE "ARCHIVED" TO HL-ON-FILE
           ELSE
               MOVE "LIVE"     TO HL-ON-FILE
           END-IF.

           WRITE EVIDENCE-REPORT-LINE FROM WS-CHANGE-LINE.

           MOVE WS-HT-ADDRESS (WS-HT-IDX) TO WS-FMT-ADDRESS.
           MOVE "REPLACED"                TO RA-LABEL.
           PERFORM 5800-PRINT-ADDRESS
               THRU 5800-PRINT-ADDRESS-EXIT.
           ADD 1 TO WS-CHANGES-LISTED-CT.
       5200-PRINT-ONE-CHANGE-EXIT.
           EXIT.

      ******************************************************************
      *    5300-REBUILD-ADDRESS - THE ADDRESS THE PIECE IN WS-PC-IDX    *
      *    WAS MAILED TO, INTO WS-FMT-ADDRESS WITH ITS BASIS IN         *
      *    PL-BASIS, BEST EVIDENCE FIRST:                               *
      *    (1) A SEASONAL-SELECTION ENTRY AD006PST FILED FOR THAT TYPE  *
      *        ON THE EXTRACT DATE IS A SNAPSHOT OF THE ADDRESS USED;   *
      *    (2) OTHERWISE THE EARLIEST LATER CHANGE TO THAT TYPE CARRIES *
      *        THE ADDRESS IT REPLACED - THE ONE IN EFFECT ON THE       *
      *        MAILING DATE.  A CHANGE DATED THE EXTRACT DATE ITSELF    *
      *        WAS ALREADY APPLIED: THE GATE HOLDS AD006PST UNTIL       *
      *        THAT NIGHT'S AD001UPD HAS RUN;                           *
      *    (3) WITH NO LATER CHANGE THE ADDRESS IS STILL THE ONE ON     *
      *        THE MASTER.                                              *
      *    ONLY THE PIECE'S OWN ACCOUNT'S HISTORY IS USED - ENTRIES     *
      *    AD016MRG RE-KEYED TO THE SURVIVOR CANNOT BE TOLD FROM THE    *
      *    SURVIVOR'S OWN, AND ARE LISTED UNDER THE CHANGES SECTION.    *
      ******************************************************************
       5300-REBUILD-ADDRESS.
           MOVE ZERO TO WS-SNAP-IDX.
           MOVE ZERO TO WS-BEST-IDX.

           PERFORM 5350-CHECK-ONE-HISTORY
               THRU 5350-CHECK-ONE-HISTORY-EXIT
               VARYING WS-HT-IDX FROM 1 BY 1
               UNTIL WS-HT-IDX > WS-HT-USED.

           IF WS-SNAP-IDX NOT = ZERO
               SET WS-HT-IDX TO WS-SNAP-IDX
               MOVE WS-HT-ADDRESS (WS-HT-IDX) TO WS-FMT-ADDRESS
               MOVE "SEASONAL SELECTION SNAPSHOT OF THE MAILING"
                                        TO PL-BASIS
               GO TO 5300-REBUILD-ADDRESS-EXIT
           END-IF.

           IF WS-BEST-IDX NOT = ZERO
               SET WS-HT-IDX TO WS-BEST-IDX
               MOVE WS-HT-ADDRESS (WS-HT-IDX) TO WS-FMT-ADDRESS
               MOVE WS-HT-DATE (WS-HT-IDX)    TO WS-CB-CHANGE-DATE
               MOVE WS-CHANGE-BASIS           TO PL-BASIS
               GO TO 5300-REBUILD-ADDRESS-EXIT
           END-IF.

           PERFORM 5370-LOAD-FROM-MASTER
               THRU 5370-LOAD-FROM-MASTER-EXIT.
       5300-REBUILD-ADDRESS-EXIT.
           EXIT.

       5350-CHECK-ONE-HISTORY.
           IF WS-HT-CUSTOMER-ID (WS-HT-IDX)
                  NOT = WS-PC-CUSTOMER-ID (WS-PC-IDX)
                  OR WS-HT-ADDRESS-TYPE (WS-HT-IDX)
                  NOT = WS-PC-ADDRESS-TYPE (WS-PC-IDX)
               GO TO 5350-CHECK-ONE-HISTORY-EXIT
           END-IF.

           IF WS-HT-SOURCE-SEASONAL (WS-HT-IDX)
               IF WS-HT-DATE (WS-HT-IDX)
                      = WS-PC-EXTRACT-DATE (WS-PC-IDX)
                   SET WS-SNAP-IDX TO WS-HT-IDX
               END-IF
               GO TO 5350-CHECK-ONE-HISTORY-EXIT
           END-IF.

           IF WS-HT-DATE (WS-HT-IDX)
                  NOT > WS-PC-EXTRACT-DATE (WS-PC-IDX)
               GO TO 5350-CHECK-ONE-HISTORY-EXIT
           END-IF.

           IF WS-BEST-IDX = ZERO
               SET WS-BEST-IDX TO WS-HT-IDX
               GO TO 5350-CHECK-ONE-HISTORY-EXIT
           END-IF.

           IF WS-HT-DATE (WS-HT-IDX) < WS-HT-DATE (WS-BEST-IDX)
                  OR (WS-HT-DATE (WS-HT-IDX) = WS-HT-DATE (WS-BEST-IDX)
                  AND WS-HT-TIME (WS-HT-IDX) < WS-HT-TIME (WS-BEST-IDX))
               SET WS-BEST-IDX TO WS-HT-IDX
           END-IF.
       5350-CHECK-ONE-HISTORY-EXIT.
           EXIT.

       5370-LOAD-FROM-MASTER.
           MOVE ZERO TO WS-ADDR-SLOT.
           MOVE WS-PC-CUSTOMER-ID (WS-PC-IDX) TO CM-CUSTOMER-ID.
           READ CUSTOMER-MASTER
               INVALID KEY
                   MOVE ZERO TO CM-ADDRESS-COUNT
           END-READ.

           PERFORM 5380-CHECK-ONE-SLOT
               THRU 5380-CHECK-ONE-SLOT-EXIT
               VARYING CM-ADDR-IDX FROM 1 BY 1
               UNTIL CM-ADDR-IDX > CM-ADDRESS-COUNT.

           IF WS-ADDR-SLOT = ZERO
               MOVE SPACES TO WS-FMT-ADDRESS
               MOVE ZERO   TO WS-FMT-ZIP1
               MOVE ZERO   TO WS-FMT-ZIP2
               MOVE "NOT RECOVERABLE - NO LATER CHANGE, NOT ON MASTER"
                                        TO PL-BASIS
               GO TO 5370-LOAD-FROM-MASTER-EXIT
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
           MOVE "NO LATER CHANGE - ADDRESS NOW ON MASTER" TO PL-BASIS.
       5370-LOAD-FROM-MASTER-EXIT.
           EXIT.

       5380-CHECK-ONE-SLOT.
           IF CM-ADDRESS-TYPE (CM-ADDR-IDX)
                  = WS-PC-ADDRESS-TYPE (WS-PC-IDX)
               SET WS-ADDR-SLOT TO CM-ADDR-IDX
           END-IF.
       5380-CHECK-ONE-SLOT-EXIT.
           EXIT.

      ******************************************************************
      *    5400-PRINT-ONE-PIECE - THE PIECE, THE ADDRESS IN EFFECT ON   *
      *    ITS MAILING DATE, AND EVERY RETURN TIED TO IT                *
      ******************************************************************
       5400-PRINT-ONE-PIECE.
           PERFORM 5300-REBUILD-ADDRESS
               THRU 5300-REBUILD-ADDRESS-EXIT.

           MOVE WS-PC-CUSTOMER-ID (WS-PC-IDX)   TO PL-CUSTOMER-ID.
           MOVE WS-PC-EXTRACT-DATE (WS-PC-IDX)  TO PL-EXTRACT-DATE.
           MOVE WS-PC-DROP-ID (WS-PC-IDX)       TO PL-DROP-ID.
           MOVE WS-PC-CASS-CYCLE (WS-PC-IDX)    TO PL-CASS-CYCLE.
           MOVE WS-PC-ADDRESS-TYPE (WS-PC-IDX)  TO PL-ADDRESS-TYPE.
           MOVE WS-PC-HH-PRIMARY-SW (WS-PC-IDX) TO PL-HH-PRIMARY-SW.
           MOVE WS-PC-IMB (WS-PC-IDX)           TO PL-IMB.
           WRITE EVIDENCE-REPORT-LINE FROM WS-PIECE-LINE.

           MOVE "ADDRESSED TO" TO RA-LABEL.
           PERFORM 5800-PRINT-ADDRESS
               THRU 5800-PRINT-ADDRESS-EXIT.

           SET WS-PIECE-NO TO WS-PC-IDX.
           MOVE ZERO TO WS-PIECE-RETURN-CT.
           PERFORM 5600-PRINT-PIECE-RETURN
               THRU 5600-PRINT-PIECE-RETURN-EXIT
               VARYING WS-RT-IDX FROM 1 BY 1
               UNTIL WS-RT-IDX > WS-RT-USED.

           IF WS-PIECE-RETURN-CT = ZERO
               MOVE "NO RETURN LOGGED FOR THIS PIECE" TO NL-TEXT
               WRITE EVIDENCE-REPORT-LINE FROM WS-NOTE-LINE
           END-IF.
       5400-PRINT-ONE-PIECE-EXIT.
           EXIT.

      ******************************************************************
      *    5600-PRINT-PIECE-RETURN - PRINT THE RETURN IN WS-RT-IDX IF   *
      *    IT BELONGS TO PIECE WS-PIECE-NO (ZERO = NO PIECE), COUNTING  *
      *    IT IN WS-PIECE-RETURN-CT                                     *
      ******************************************************************
       5600-PRINT-PIECE-RETURN.
           IF WS-RT-PIECE-NO (WS-RT-IDX) NOT = WS-PIECE-NO
               GO TO 5600-PRINT-PIECE-RETURN-EXIT
           END-IF.

      *    A RETURN WITH NO PIECE IS ONLY LISTED WHEN IT WAS
      *    RECEIVED IN THE PERIOD.
           IF WS-PIECE-NO = ZERO
                  AND (WS-RT-DATE-RECEIVED (WS-RT-IDX) < ER-FROM-DATE
                   OR WS-RT-DATE-RECEIVED (WS-RT-IDX) > ER-THRU-DATE)
               GO TO 5600-PRINT-PIECE-RETURN-EXIT
           END-IF.

           MOVE WS-RT-DATE-RECEIVED (WS-RT-IDX) TO RL-DATE-RECEIVED.
           MOVE WS-RT-REASON-CD (WS-RT-IDX)     TO RL-REASON-CD.
           MOVE WS-RT-CUSTOMER-ID (WS-RT-IDX)   TO RL-CUSTOMER-ID.

           MOVE WS-RT-REASON-TEXT (WS-RT-IDX)   TO RL-REASON-TEXT.

           IF WS-RT-CLEARED-YES (WS-RT-IDX)
               MOVE "CLEARED" TO RL-STATUS
               MOVE WS-RT-CLEARED-DATE (WS-RT-IDX) TO RL-CLEARED-DATE
               IF WS-RT-CLEARED-REASON-CD (WS-RT-IDX) = "S"
                   MOVE "SUPERSEDED" TO RL-CLEARED-HOW
               ELSE
                   MOVE "MANUAL"     TO RL-CLEARED-HOW
               END-IF
           ELSE
               MOVE "OPEN"    TO RL-STATUS
               MOVE SPACES    TO RL-CLEARED-DATE
               MOVE SPACES    TO RL-CLEARED-HOW
               ADD 1 TO WS-OPEN-RETURN-CT
           END-IF.

           IF WS-RT-ARCHIVED-YES (WS-RT-IDX)
               MOVE "ARCHIVED" TO RL-ON-FILE
           ELSE
               MOVE "LIVE"     TO RL-ON-FILE
           END-IF.

           IF WS-RT-MAILED-EXTRACT-DATE (WS-RT-IDX) = ZERO
               MOVE "UNKNOWN"  TO RL-MAILED-DATE
               MOVE SPACES     TO RL-MAILED-DROP-ID
           ELSE
               MOVE WS-RT-MAILED-EXTRACT-DATE (WS-RT-IDX)
                               TO RL-MAILED-DATE
               MOVE WS-RT-MAILED-DROP-ID (WS-RT-IDX)
                               TO RL-MAILED-DROP-ID
           END-IF.

           WRITE EVIDENCE-REPORT-LINE FROM WS-RETURN-LINE.
           ADD 1 TO WS-PIECE-RETURN-CT.
       5600-PRINT-PIECE-RETURN-EXIT.
           EXIT.

      ******************************************************************
      *    5800-PRINT-ADDRESS - FORMAT WS-FMT-ADDRESS ONTO ONE REPORT   *
      *    LINE UNDER RA-LABEL.  A FOREIGN ADDRESS IS PRINTED FROM ITS  *
      *    INTERNATIONAL VIEW WITH THE COUNTRY NAME.                    *
      ******************************************************************
       5800-PRINT-ADDRESS.
           MOVE WS-FMT-LINE-1 TO RA-LINE-1.

           IF WS-FMT-LINE-1 = SPACES
               MOVE "(NONE ON FILE)" TO RA-LINE-1
               MOVE SPACES           TO RA-LINE-2
               MOVE SPACES           TO RA-LINE-3
               GO TO 5850-WRITE-ADDRESS
           END-IF.

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

       5850-WRITE-ADDRESS.
           WRITE EVIDENCE-REPORT-LINE FROM WS-REPORT-ADDRESS.
       5800-PRINT-ADDRESS-EXIT.
           EXIT.

       5900-WRITE-SECTION.
           MOVE SPACES TO EVIDENCE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-LINE.
           WRITE EVIDENCE-REPORT-LINE FROM WS-SECTION-LINE.
       5900-WRITE-SECTION-EXIT.
           EXIT.

      ******************************************************************
      *    8000-TERMINATE - CLOSE FILES AND REPORT COUNTS               *
      ******************************************************************
       8000-TERMINATE.
           DISPLAY "AD027EVD - REQUESTS READ        "
                   WS-REQUESTS-READ-CT.
           DISPLAY "AD027EVD - PACKETS PRINTED      "
                   WS-PACKETS-PRINTED-CT.
           DISPLAY "AD027EVD - REQUESTS REJECTED    "
                   WS-REQUESTS-REJECTED-CT.

           CLOSE EVIDENCE-REQUESTS.
           CLOSE MERGE-XREF.
           CLOSE CUSTOMER-MASTER.
           CLOSE ADDRESS-HISTORY.
           CLOSE MAILING-MANIFEST.
           CLOSE UNDELIVERABLE-MAIL.
           CLOSE EVIDENCE-RPT.
       8000-TERMINATE-EXIT.
           EXIT.

      ******************************************************************
      *    9999-ABEND - FATAL FILE ERROR                                *
      ******************************************************************
       9999-ABEND.
           MOVE 16 TO RETURN-CODE.
           GOBACK.
