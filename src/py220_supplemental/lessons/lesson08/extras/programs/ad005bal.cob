      *                INTERNALLY CONSISTENT - EVERY PROGRAM'S INPUT   *
      *                COUNT MUST EQUAL THE SUM OF ITS DISPOSITIONS,   *
      *                A MASTER-DRIVEN PROGRAM MUST NOT HAVE READ AN   *
      *                EMPTY FILE, AND EVERY ADDRESS CHANGE FEED MUST  *
      *                BE PROVED THROUGH THE AD035PRE PRE-EDIT INTO    *
      *                THE TRANSACTIONS AD001UPD READ TONIGHT.  ANY    *
      *                IMBALANCE SETS RETURN CODE 8 SO THE SCHEDULER   *
      *                HOLDS THE STREAM; SOFT CONDITIONS SET 4.        *
      *                                                                *
      *                    AFTER A BALANCE THAT ENDED RC 8.  BEFORE    *
      *                    THIS THE VERDICT LIVED ONLY IN THE JOB      *
      *                    LOG AND THE SCHEDULER.                      *
      *   10/15/2026  DLW  WHEN THE AD024ACS USPS ACS INTAKE RAN       *
      *                    TODAY, NOTICES READ MUST EQUAL NIXIES       *
      *                    ROUTED + COA CHANGES ROUTED + NOTICES       *
      *                    LISTED, AND AN AD004MNT RUN AFTER IT MUST   *
      *                    HAVE READ AT LEAST THE NIXIES IT ROUTED.    *
      *   10/15/2026  DLW  WHEN THE AD025CNF ADDRESS-CHANGE NOTICE     *
      *                    EXTRACT RAN TODAY, EVERY DELTA ENTRY MUST   *
      *                    BE CONFIRMED, EXCLUDED, OR REJECTED, AND    *
      *                    EVERY CONFIRMATION MUST CARRY AN ALERT OR   *
      *                    A WITHHELD ALERT.                           *
      *   10/15/2026  DLW  WHEN THE AD029OUT OUTBOUND ADDRESS-CHANGE   *
      *                    INTERFACE WAS BUILT TODAY, ITS DETAILS MUST *
      *                    EQUAL CHANGED + RETIRED CUSTOMERS AND MUST  *
      *                    COVER THE DELTA IT READ.                    *
      *   10/15/2026  DLW  WHEN THE AD033SKI SKIP-TRACE RESPONSE       *
      *                    INTAKE RAN TODAY, RESPONSES READ MUST EQUAL *
      *                    CHANGES RELEASED + ENTRIES QUEUED +         *
      *                    NOT-FOUNDS + RESPONSES LISTED.              *
      *   10/15/2026  DLW  NOW PROVES THE AD035PRE ADDRESS CHANGE      *
      *                    PRE-EDIT: DETAILS READ = PASSED + HELD OR   *
      *                    REJECTED, BATCHES = PASSED + HELD +         *
      *                    DUPLICATES, THE PER-SOURCE FEED RECORDS     *
      *                    MUST EACH BALANCE AND SUM TO THE PRE-EDIT'S *
      *                    TOTALS, AND AN AD001UPD RUN AFTER IT MUST   *
      *                    HAVE READ EXACTLY WHAT IT PASSED.  AD001UPD *
      *                    RUNNING TONIGHT WITHOUT THE PRE-EDIT IS AN  *
      *                    ERROR; HELD, DUPLICATE OR MISSED BATCHES    *
      *                    ARE WARNINGS.  THIS REPLACES THE CHECK THAT *
      *                    AD001UPD READ AT LEAST THE PRIOR AD003NCO   *
      *                    AUTO-UPDATE FEED - EVERY FEED IS NOW PROVED *
      *                    BATCH BY BATCH AGAINST THE BATCH LOG.       *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
           05 WS-MNT-FOUND-SW       PIC X(01)  VALUE "N".
              88 WS-MNT-FOUND             VALUE "Y".
           05 WS-MNT-RUN-DATE       PIC 9(08)  VALUE ZERO.
           05 WS-MNT-RUN-TIME       PIC 9(06)  VALUE ZERO.
           05 WS-MNT-READ           PIC 9(07)  VALUE ZERO.
           05 WS-MNT-LOGGED         PIC 9(07)  VALUE ZERO.
           05 WS-MNT-REJECTED       PIC 9(07)  VALUE ZERO.
           05 WS-FIX-DECLINED       PIC 9(07)  VALUE ZERO.
           05 WS-FIX-ERRORS         PIC 9(07)  VALUE ZERO.

       01  WS-ACS-CTL.
           05 WS-ACS-FOUND-SW       PIC X(01)  VALUE "N".
              88 WS-ACS-FOUND             VALUE "Y".
           05 WS-ACS-RUN-DATE       PIC 9(08)  VALUE ZERO.
           05 WS-ACS-RUN-TIME       PIC 9(06)  VALUE ZERO.
           05 WS-ACS-READ           PIC 9(07)  VALUE ZERO.
           05 WS-ACS-NIXIES         PIC 9(07)  VALUE ZERO.
           05 WS-ACS-LISTED         PIC 9(07)  VALUE ZERO.
           05 WS-ACS-CHANGES        PIC 9(07)  VALUE ZERO.

       01  WS-CNF-CTL.
           05 WS-CNF-FOUND-SW       PIC X(01)  VALUE "N".
              88 WS-CNF-FOUND             VALUE "Y".
           05 WS-CNF-RUN-DATE       PIC 9(08)  VALUE ZERO.
           05 WS-CNF-READ           PIC 9(07)  VALUE ZERO.
           05 WS-CNF-WRITTEN        PIC 9(07)  VALUE ZERO.
           05 WS-CNF-REJECTED       PIC 9(07)  VALUE ZERO.
           05 WS-CNF-CONFIRMS       PIC 9(07)  VALUE ZERO.
           05 WS-CNF-ALERTS         PIC 9(07)  VALUE ZERO.
           05 WS-CNF-EXCLUDED       PIC 9(07)  VALUE ZERO.
           05 WS-CNF-WITHHELD       PIC 9(07)  VALUE ZERO.

       01  WS-OUT-CTL.
           05 WS-OUT-FOUND-SW       PIC X(01)  VALUE "N".
              88 WS-OUT-FOUND             VALUE "Y".
           05 WS-OUT-RUN-DATE       PIC 9(08)  VALUE ZERO.
           05 WS-OUT-READ           PIC 9(07)  VALUE ZERO.
           05 WS-OUT-WRITTEN        PIC 9(07)  VALUE ZERO.
           05 WS-OUT-CHANGES        PIC 9(07)  VALUE ZERO.
           05 WS-OUT-RETIRED        PIC 9(07)  VALUE ZERO.

       01  WS-SKI-CTL.
           05 WS-SKI-FOUND-SW       PIC X(01)  VALUE "N".
              88 WS-SKI-FOUND             VALUE "Y".
           05 WS-SKI-RUN-DATE       PIC 9(08)  VALUE ZERO.
           05 WS-SKI-READ           PIC 9(07)  VALUE ZERO.
           05 WS-SKI-APPLIED        PIC 9(07)  VALUE ZERO.
           05 WS-SKI-LISTED         PIC 9(07)  VALUE ZERO.
           05 WS-SKI-QUEUED         PIC 9(07)  VALUE ZERO.
           05 WS-SKI-NOT-FOUND      PIC 9(07)  VALUE ZERO.

       01  WS-PRE-CTL.
           05 WS-PRE-FOUND-SW       PIC X(01)  VALUE "N".
              88 WS-PRE-FOUND             VALUE "Y".
           05 WS-PRE-RUN-DATE       PIC 9(08)  VALUE ZERO.
           05 WS-PRE-RUN-TIME       PIC 9(06)  VALUE ZERO.
           05 WS-PRE-READ           PIC 9(07)  VALUE ZERO.
           05 WS-PRE-PASSED         PIC 9(07)  VALUE ZERO.
           05 WS-PRE-REJECTED       PIC 9(07)  VALUE ZERO.
           05 WS-PRE-BATCHES        PIC 9(07)  VALUE ZERO.
           05 WS-PRE-BPASSED        PIC 9(07)  VALUE ZERO.
           05 WS-PRE-BHELD          PIC 9(07)  VALUE ZERO.
           05 WS-PRE-MISSED         PIC 9(07)  VALUE ZERO.

      *    TODAY'S PER-SOURCE FEED RECORDS FROM AD035PRE (PROGRAM-ID
      *    "FEED" + SOURCE CODE), SUMMED FOR THE PRE-EDIT BALANCE.
       01  WS-FEED-CTL.
           05 WS-FEED-ROWS          PIC 9(07)  VALUE ZERO.
           05 WS-FEED-READ          PIC 9(07)  VALUE ZERO.
           05 WS-FEED-PASSED        PIC 9(07)  VALUE ZERO.
           05 WS-FEED-REJECTED      PIC 9(07)  VALUE ZERO.
           05 WS-FEED-BATCHES       PIC 9(07)  VALUE ZERO.
           05 WS-FEED-BPASSED       PIC 9(07)  VALUE ZERO.
           05 WS-FEED-BHELD         PIC 9(07)  VALUE ZERO.
           05 WS-FEED-BDUP          PIC 9(07)  VALUE ZERO.

       01  WS-FEED-ID-CHECK.
           05 WS-FEED-PREFIX        PIC X(04).
           05 WS-FEED-SOURCE-ID     PIC X(04).

       PROCEDURE DIVISION.

           PERFORM 2000-COLLECT-LATEST-RUNS
               THRU 2000-COLLECT-LATEST-RUNS-EXIT.

           PERFORM 4000-BALANCE-AD001UPD
               THRU 4000-BALANCE-AD001UPD-EXIT.
           PERFORM 4100-BALANCE-AD035PRE
               THRU 4100-BALANCE-AD035PRE-EXIT.
           PERFORM 4200-BALANCE-AD003NCO
               THRU 4200-BALANCE-AD003NCO-EXIT.
           PERFORM 4400-BALANCE-AD004MNT
               THRU 4600-BALANCE-AD006PST-EXIT.
           PERFORM 4700-BALANCE-AD021FIX
               THRU 4700-BALANCE-AD021FIX-EXIT.
           PERFORM 4750-BALANCE-AD024ACS
               THRU 4750-BALANCE-AD024ACS-EXIT.
           PERFORM 4760-BALANCE-AD025CNF
               THRU 4760-BALANCE-AD025CNF-EXIT.
           PERFORM 4770-BALANCE-AD029OUT
               THRU 4770-BALANCE-AD029OUT-EXIT.
           PERFORM 4780-BALANCE-AD033SKI
               THRU 4780-BALANCE-AD033SKI-EXIT.
           PERFORM 4800-BALANCE-CROSS-JOB
               THRU 4800-BALANCE-CROSS-JOB-EXIT.

           IF RC-PROGRAM-ID = "AD004MNT"
               MOVE "Y"                 TO WS-MNT-FOUND-SW
               MOVE RC-RUN-DATE         TO WS-MNT-RUN-DATE
               MOVE RC-RUN-TIME         TO WS-MNT-RUN-TIME
               MOVE RC-RECORDS-READ     TO WS-MNT-READ
               MOVE RC-RECORDS-WRITTEN  TO WS-MNT-LOGGED
               MOVE RC-RECORDS-REJECTED TO WS-MNT-REJECTED
               MOVE RC-RECORDS-REJECTED TO WS-FIX-DECLINED
               MOVE RC-COUNT-A          TO WS-FIX-ERRORS
           END-IF.

           IF RC-PROGRAM-ID = "AD024ACS"
               MOVE "Y"                 TO WS-ACS-FOUND-SW
               MOVE RC-RUN-DATE         TO WS-ACS-RUN-DATE
               MOVE RC-RUN-TIME         TO WS-ACS-RUN-TIME
               MOVE RC-RECORDS-READ     TO WS-ACS-READ
               MOVE RC-RECORDS-WRITTEN  TO WS-ACS-NIXIES
               MOVE RC-RECORDS-REJECTED TO WS-ACS-LISTED
               MOVE RC-COUNT-A          TO WS-ACS-CHANGES
           END-IF.

           IF RC-PROGRAM-ID = "AD033SKI"
               MOVE "Y"                 TO WS-SKI-FOUND-SW
               MOVE RC-RUN-DATE         TO WS-SKI-RUN-DATE
               MOVE RC-RECORDS-READ     TO WS-SKI-READ
               MOVE RC-RECORDS-WRITTEN  TO WS-SKI-APPLIED
               MOVE RC-RECORDS-REJECTED TO WS-SKI-LISTED
               MOVE RC-COUNT-A          TO WS-SKI-QUEUED
               MOVE RC-COUNT-B          TO WS-SKI-NOT-FOUND
           END-IF.

           IF RC-PROGRAM-ID = "AD025CNF"
               MOVE "Y"                 TO WS-CNF-FOUND-SW
               MOVE RC-RUN-DATE         TO WS-CNF-RUN-DATE
               MOVE RC-RECORDS-READ     TO WS-CNF-READ
               MOVE RC-RECORDS-WRITTEN  TO WS-CNF-WRITTEN
               MOVE RC-RECORDS-REJECTED TO WS-CNF-REJECTED
               MOVE RC-COUNT-A          TO WS-CNF-CONFIRMS
               MOVE RC-COUNT-B          TO WS-CNF-ALERTS
               MOVE RC-COUNT-C          TO WS-CNF-EXCLUDED
               MOVE RC-COUNT-D          TO WS-CNF-WITHHELD
           END-IF.

           IF RC-PROGRAM-ID = "AD029OUT"
               MOVE "Y"                 TO WS-OUT-FOUND-SW
               MOVE RC-RUN-DATE         TO WS-OUT-RUN-DATE
               MOVE RC-RECORDS-READ     TO WS-OUT-READ
               MOVE RC-RECORDS-WRITTEN  TO WS-OUT-WRITTEN
               MOVE RC-COUNT-A          TO WS-OUT-CHANGES
               MOVE RC-COUNT-B          TO WS-OUT-RETIRED
           END-IF.

           IF RC-PROGRAM-ID = "AD035PRE"
               MOVE "Y"                 TO WS-PRE-FOUND-SW
               MOVE RC-RUN-DATE         TO WS-PRE-RUN-DATE
               MOVE RC-RUN-TIME         TO WS-PRE-RUN-TIME
               MOVE RC-RECORDS-READ     TO WS-PRE-READ
               MOVE RC-RECORDS-WRITTEN  TO WS-PRE-PASSED
               MOVE RC-RECORDS-REJECTED TO WS-PRE-REJECTED
               MOVE RC-COUNT-A          TO WS-PRE-BATCHES
               MOVE RC-COUNT-B          TO WS-PRE-BPASSED
               MOVE RC-COUNT-C          TO WS-PRE-BHELD
               MOVE RC-COUNT-D          TO WS-PRE-MISSED
           END-IF.

           MOVE RC-PROGRAM-ID TO WS-FEED-ID-CHECK.
           IF WS-FEED-PREFIX = "FEED"
                  AND RC-RUN-DATE = WS-CURRENT-DATE
               PERFORM 2200-SAVE-FEED-RECORD
                   THRU 2200-SAVE-FEED-RECORD-EXIT
           END-IF.
       2100-SAVE-ONE-RECORD-EXIT.
           EXIT.

      ******************************************************************
      *    2200-SAVE-FEED-RECORD - ONE SOURCE'S COUNTS FROM TONIGHT'S   *
      *    PRE-EDIT.  EACH MUST BALANCE ON ITS OWN - DETAILS READ =     *
      *    PASSED + HELD OR REJECTED, BATCHES = PASSED + HELD +         *
      *    DUPLICATES - AND IS ADDED INTO THE FEED TOTALS.              *
      ******************************************************************
       2200-SAVE-FEED-RECORD.
           ADD 1 TO WS-FEED-ROWS.

           COMPUTE WS-BALANCE-WORK = RC-RECORDS-WRITTEN
                                   + RC-RECORDS-REJECTED.
           IF WS-BALANCE-WORK NOT = RC-RECORDS-READ
               DISPLAY "AD005BAL - FEED " WS-FEED-SOURCE-ID
                       " OUT OF BALANCE - READ " RC-RECORDS-READ
                       " PASSED+REJECTED " WS-BALANCE-WORK
               ADD 1 TO WS-ERROR-CT
           END-IF.

           COMPUTE WS-BALANCE-WORK = RC-COUNT-B + RC-COUNT-C
                                   + RC-COUNT-D.
           IF WS-BALANCE-WORK NOT = RC-COUNT-A
               DISPLAY "AD005BAL - FEED " WS-FEED-SOURCE-ID
                       " OUT OF BALANCE - BATCHES " RC-COUNT-A
                       " PASSED+HELD+DUPLICATE " WS-BALANCE-WORK
               ADD 1 TO WS-ERROR-CT
           END-IF.

           ADD RC-RECORDS-READ     TO WS-FEED-READ.
           ADD RC-RECORDS-WRITTEN  TO WS-FEED-PASSED.
           ADD RC-RECORDS-REJECTED TO WS-FEED-REJECTED.
           ADD RC-COUNT-A          TO WS-FEED-BATCHES.
           ADD RC-COUNT-B          TO WS-FEED-BPASSED.
           ADD RC-COUNT-C          TO WS-FEED-BHELD.
           ADD RC-COUNT-D          TO WS-FEED-BDUP.
       2200-SAVE-FEED-RECORD-EXIT.
           EXIT.

       2500-START-BROWSE.
           MOVE "N"        TO WS-EOF-SW.
           MOVE LOW-VALUES TO RC-KEY.
       2500-START-BROWSE-EXIT.
           EXIT.

      ******************************************************************
      *    4000-BALANCE-AD001UPD - TRANSACTIONS READ MUST EQUAL         *
      *    APPLIED PLUS REJECTED, AND THE EXCEPTION QUEUE CANNOT HOLD   *
       4000-BALANCE-AD001UPD-EXIT.
           EXIT.

      ******************************************************************
      *    4100-BALANCE-AD035PRE - TONIGHT'S PRE-EDIT MUST ACCOUNT FOR  *
      *    EVERY DETAIL AND EVERY BATCH IT READ, ITS PER-SOURCE FEED    *
      *    RECORDS MUST ADD UP TO ITS TOTALS, AND AN AD001UPD RUN       *
      *    AFTER IT MUST HAVE READ EXACTLY THE TRANSACTIONS IT PASSED - *
      *    SO EVERY FEED IS PROVED FROM ITS WRITER TO THE MASTER.       *
      *    NO PRE-EDIT TONIGHT IS AN ERROR ONLY IF AD001UPD RAN.        *
      ******************************************************************
       4100-BALANCE-AD035PRE.
           IF NOT WS-PRE-FOUND
                  OR WS-PRE-RUN-DATE NOT = WS-CURRENT-DATE
               IF WS-UPD-FOUND
                      AND WS-UPD-RUN-DATE = WS-CURRENT-DATE
                   DISPLAY "AD005BAL - AD001UPD RAN TONIGHT WITHOUT "
                           "THE AD035PRE PRE-EDIT"
                   ADD 1 TO WS-ERROR-CT
               END-IF
               GO TO 4100-BALANCE-AD035PRE-EXIT
           END-IF.

           COMPUTE WS-BALANCE-WORK = WS-PRE-PASSED + WS-PRE-REJECTED.
           IF WS-BALANCE-WORK NOT = WS-PRE-READ
               DISPLAY "AD005BAL - AD035PRE OUT OF BALANCE - READ "
                       WS-PRE-READ " PASSED+REJECTED " WS-BALANCE-WORK
               ADD 1 TO WS-ERROR-CT
           END-IF.

           COMPUTE WS-BALANCE-WORK = WS-PRE-BPASSED + WS-PRE-BHELD
                                   + WS-FEED-BDUP.
           IF WS-BALANCE-WORK NOT = WS-PRE-BATCHES
               DISPLAY "AD005BAL - AD035PRE OUT OF BALANCE - BATCHES "
                       WS-PRE-BATCHES " PASSED+HELD+DUPLICATE "
                       WS-BALANCE-WORK
               ADD 1 TO WS-ERROR-CT
           END-IF.

           IF WS-FEED-READ NOT = WS-PRE-READ
                  OR WS-FEED-PASSED NOT = WS-PRE-PASSED
                  OR WS-FEED-REJECTED NOT = WS-PRE-REJECTED
                  OR WS-FEED-BATCHES NOT = WS-PRE-BATCHES
                  OR WS-FEED-BPASSED NOT = WS-PRE-BPASSED
                  OR WS-FEED-BHELD NOT = WS-PRE-BHELD
               DISPLAY "AD005BAL - AD035PRE FEED RECORDS DO NOT ADD "
                       "UP - " WS-FEED-ROWS " SOURCES, READ "
                       WS-FEED-READ " PASSED " WS-FEED-PASSED
                       " BATCHES " WS-FEED-BATCHES
               ADD 1 TO WS-ERROR-CT
           END-IF.

           IF WS-UPD-FOUND
                  AND WS-UPD-RUN-DATE = WS-CURRENT-DATE
                  AND WS-UPD-RUN-TIME NOT < WS-PRE-RUN-TIME
               IF WS-UPD-READ NOT = WS-PRE-PASSED
                   DISPLAY "AD005BAL - AD001UPD READ " WS-UPD-READ
                           " TRANSACTIONS AGAINST " WS-PRE-PASSED
                           " PASSED BY AD035PRE"
                   ADD 1 TO WS-ERROR-CT
               END-IF
           END-IF.

           IF WS-PRE-BHELD > ZERO
               DISPLAY "AD005BAL - WARNING - AD035PRE HELD "
                       WS-PRE-BHELD " BATCHES"
               ADD 1 TO WS-WARNING-CT
           END-IF.

           IF WS-FEED-BDUP > ZERO
               DISPLAY "AD005BAL - WARNING - AD035PRE REJECTED "
                       WS-FEED-BDUP " DUPLICATE BATCHES"
               ADD 1 TO WS-WARNING-CT
           END-IF.

           IF WS-PRE-MISSED > ZERO
               DISPLAY "AD005BAL - WARNING - AD035PRE FOUND "
                       WS-PRE-MISSED " BATCHES NEVER RECEIVED"
               ADD 1 TO WS-WARNING-CT
           END-IF.
       4100-BALANCE-AD035PRE-EXIT.
           EXIT.

      ******************************************************************
      *    4200-BALANCE-AD003NCO - MASTERS EXTRACTED MUST EQUAL AUTO    *
      *    UPDATES PLUS MANUAL REVIEWS PLUS NO-MATCHES PLUS FOREIGN     *
           EXIT.

      ******************************************************************
      *    4750-BALANCE-AD024ACS - WHEN THE USPS ACS INTAKE RAN         *
      *    TODAY, NOTICES READ MUST EQUAL NIXIES ROUTED PLUS COA        *
      *    CHANGES ROUTED PLUS NOTICES LISTED - NO NOTICE MAY DROP      *
      *    OUT.  THE INTAKE ONLY RUNS ON DAYS USPS SENDS A FILE, SO A   *
      *    MISSING OR OLDER RECORD IS NOT AN ERROR.                     *
      ******************************************************************
       4750-BALANCE-AD024ACS.
           IF NOT WS-ACS-FOUND
               GO TO 4750-BALANCE-AD024ACS-EXIT
           END-IF.

           IF WS-ACS-RUN-DATE NOT = WS-CURRENT-DATE
               GO TO 4750-BALANCE-AD024ACS-EXIT
           END-IF.

           COMPUTE WS-BALANCE-WORK = WS-ACS-NIXIES + WS-ACS-CHANGES
                                   + WS-ACS-LISTED.
           IF WS-BALANCE-WORK NOT = WS-ACS-READ
               DISPLAY "AD005BAL - AD024ACS OUT OF BALANCE - READ "
                       WS-ACS-READ " ROUTED+LISTED " WS-BALANCE-WORK
               ADD 1 TO WS-ERROR-CT
           END-IF.
       4750-BALANCE-AD024ACS-EXIT.
           EXIT.

      ******************************************************************
      *    4760-BALANCE-AD025CNF - WHEN THE ADDRESS-CHANGE NOTICE       *
      *    EXTRACT RAN TODAY, DELTA ENTRIES READ MUST EQUAL             *
      *    CONFIRMATIONS PLUS EXCLUSIONS PLUS REJECTS, LETTERS WRITTEN  *
      *    MUST EQUAL CONFIRMATIONS PLUS ALERTS, AND EVERY              *
      *    CONFIRMATION MUST CARRY AN ALERT OR A WITHHELD ALERT.  A     *
      *    MISSING OR OLDER RECORD IS NOT AN ERROR HERE.                *
      ******************************************************************
       4760-BALANCE-AD025CNF.
           IF NOT WS-CNF-FOUND
               GO TO 4760-BALANCE-AD025CNF-EXIT
           END-IF.

           IF WS-CNF-RUN-DATE NOT = WS-CURRENT-DATE
               GO TO 4760-BALANCE-AD025CNF-EXIT
           END-IF.

           COMPUTE WS-BALANCE-WORK = WS-CNF-CONFIRMS + WS-CNF-EXCLUDED
                                   + WS-CNF-REJECTED.
           IF WS-BALANCE-WORK NOT = WS-CNF-READ
               DISPLAY "AD005BAL - AD025CNF OUT OF BALANCE - READ "
                       WS-CNF-READ " DISPOSED " WS-BALANCE-WORK
               ADD 1 TO WS-ERROR-CT
           END-IF.

           COMPUTE WS-BALANCE-WORK = WS-CNF-CONFIRMS + WS-CNF-ALERTS.
           IF WS-BALANCE-WORK NOT = WS-CNF-WRITTEN
               DISPLAY "AD005BAL - AD025CNF LETTERS OUT OF BALANCE - "
                       "WROTE " WS-CNF-WRITTEN " CONFIRM+ALERT "
                       WS-BALANCE-WORK
               ADD 1 TO WS-ERROR-CT
           END-IF.

           COMPUTE WS-BALANCE-WORK = WS-CNF-ALERTS + WS-CNF-WITHHELD.
           IF WS-BALANCE-WORK NOT = WS-CNF-CONFIRMS
               DISPLAY "AD005BAL - AD025CNF ALERTS OUT OF BALANCE - "
                       "CONFIRMED " WS-CNF-CONFIRMS " ALERT+WITHHELD "
                       WS-BALANCE-WORK
               ADD 1 TO WS-ERROR-CT
           END-IF.
       4760-BALANCE-AD025CNF-EXIT.
           EXIT.

      ******************************************************************
      *    4770-BALANCE-AD029OUT - WHEN THE OUTBOUND ADDRESS-CHANGE     *
      *    INTERFACE WAS BUILT TODAY, DETAILS WRITTEN MUST EQUAL        *
      *    CHANGED PLUS RETIRED CUSTOMERS, AND THERE CANNOT BE MORE     *
      *    DETAILS THAN DELTA ENTRIES READ (ONE DETAIL PER CUSTOMER,    *
      *    ONE OR MORE ENTRIES EACH).  A DELTA WITH ENTRIES BUT NO      *
      *    DETAILS MEANS THE DOWNSTREAM COPIES MISSED THE DAY.  A       *
      *    MISSING OR OLDER RECORD IS NOT AN ERROR HERE.                *
      ******************************************************************
       4770-BALANCE-AD029OUT.
           IF NOT WS-OUT-FOUND
               GO TO 4770-BALANCE-AD029OUT-EXIT
           END-IF.

           IF WS-OUT-RUN-DATE NOT = WS-CURRENT-DATE
               GO TO 4770-BALANCE-AD029OUT-EXIT
           END-IF.

           COMPUTE WS-BALANCE-WORK = WS-OUT-CHANGES + WS-OUT-RETIRED.
           IF WS-BALANCE-WORK NOT = WS-OUT-WRITTEN
               DISPLAY "AD005BAL - AD029OUT OUT OF BALANCE - WROTE "
                       WS-OUT-WRITTEN " CHANGED+RETIRED "
                       WS-BALANCE-WORK
               ADD 1 TO WS-ERROR-CT
           END-IF.

           IF WS-OUT-WRITTEN > WS-OUT-READ
                  OR (WS-OUT-WRITTEN = ZERO AND WS-OUT-READ > ZERO)
               DISPLAY "AD005BAL - AD029OUT DETAILS DO NOT COVER THE "
                       "DELTA - READ " WS-OUT-READ " WROTE "
                       WS-OUT-WRITTEN
               ADD 1 TO WS-ERROR-CT
           END-IF.
       4770-BALANCE-AD029OUT-EXIT.
           EXIT.

      ******************************************************************
      *    4780-BALANCE-AD033SKI - WHEN THE SKIP-TRACE RESPONSE INTAKE  *
      *    RAN TODAY, RESPONSES READ MUST EQUAL CHANGES RELEASED PLUS   *
      *    ENTRIES QUEUED PLUS NOT-FOUNDS PLUS RESPONSES LISTED - NO    *
      *    VENDOR ANSWER MAY DROP OUT.  THE INTAKE ONLY RUNS WHEN THE   *
      *    VENDOR RETURNS A FILE, SO A MISSING OR OLDER RECORD IS NOT   *
      *    AN ERROR.                                                    *
      ******************************************************************
       4780-BALANCE-AD033SKI.
           IF NOT WS-SKI-FOUND
               GO TO 4780-BALANCE-AD033SKI-EXIT
           END-IF.

           IF WS-SKI-RUN-DATE NOT = WS-CURRENT-DATE
               GO TO 4780-BALANCE-AD033SKI-EXIT
           END-IF.

           COMPUTE WS-BALANCE-WORK = WS-SKI-APPLIED + WS-SKI-QUEUED
                                   + WS-SKI-NOT-FOUND + WS-SKI-LISTED.
           IF WS-BALANCE-WORK NOT = WS-SKI-READ
               DISPLAY "AD005BAL - AD033SKI OUT OF BALANCE - READ "
                       WS-SKI-READ " ROUTED+LISTED " WS-BALANCE-WORK
               ADD 1 TO WS-ERROR-CT
           END-IF.
       4780-BALANCE-AD033SKI-EXIT.
           EXIT.

      ******************************************************************
      *    4800-BALANCE-CROSS-JOB - THE NIXIES AD024ACS ROUTED TODAY    *
      *    MUST BE COVERED BY THE UNDELTRN TRANSACTIONS AN AD004MNT     *
      *    RUN AFTER IT READ.  (THE ADDRTRAN FEEDS INTO AD001UPD ARE    *
      *    PROVED BY 4100-BALANCE-AD035PRE.)                            *
      ******************************************************************
       4800-BALANCE-CROSS-JOB.
           IF NOT WS-ACS-FOUND OR NOT WS-MNT-FOUND
               GO TO 4800-BALANCE-CROSS-JOB-EXIT
           END-IF.

           IF WS-ACS-RUN-DATE NOT = WS-CURRENT-DATE
                  OR WS-MNT-RUN-DATE NOT = WS-CURRENT-DATE
                  OR WS-MNT-RUN-TIME < WS-ACS-RUN-TIME
               GO TO 4800-BALANCE-CROSS-JOB-EXIT
           END-IF.

           IF WS-MNT-READ < WS-ACS-NIXIES
               DISPLAY "AD005BAL - AD004MNT READ " WS-MNT-READ
                       " TRANSACTIONS AGAINST " WS-ACS-NIXIES
                       " NIXIES ROUTED BY AD024ACS"
               ADD 1 TO WS-ERROR-CT
           END-IF.
       4800-BALANCE-CROSS-JOB-EXIT.
