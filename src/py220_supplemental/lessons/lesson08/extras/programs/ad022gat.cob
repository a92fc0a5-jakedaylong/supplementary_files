      *                    THE HHXCTL CONTROL RECORD AD014HHX          *
      *                    STAMPS) OLDER THAN PP-HHX-MAX-AGE-DAYS     *
      *                    DRAWS A WARNING.                            *
      *                (4) AD001UPD ONLY - TONIGHT'S AD035PRE PRE-EDIT *
      *                    MUST HAVE COMPLETED (RUN-CONTROL RECORD     *
      *                    DATED TODAY): ADDRTRAN IS ITS OUTPUT, AND   *
      *                    AN ADDRTRAN IT DID NOT WRITE TONIGHT IS     *
      *                    UNPROVED OR ALREADY APPLIED.                *
      *                                                                *
      *   CALLED AS:   CALL "AD022GAT" USING GP-CALLER-ID              *
      *                                       GP-GATE-RC.              *
      *                    BUILD THAT DATE ONLY SAYS WHEN ONE GROUP    *
      *                    WAS LAST REWORKED AND COULD WARN EVERY      *
      *                    NIGHT OR MASK A GENUINELY STALE FILE.       *
      *   10/15/2026  DLW  ADDED CHECK (4): AD001UPD IS REFUSED UNLESS *
      *                    TONIGHT'S AD035PRE PRE-EDIT HAS FILED ITS   *
      *                    RUN-CONTROL RECORD.                         *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
                   THRU 2000-CHECK-PRESORT-PREREQS-EXIT
           END-IF.

           IF GP-CALLER-ID = "AD001UPD"
               PERFORM 2500-CHECK-PRE-EDIT
                   THRU 2500-CHECK-PRE-EDIT-EXIT
           END-IF.

           MOVE WS-WORST-RC TO GP-GATE-RC.

           GOBACK.
       2300-CHECK-HHXREF-AGE-EXIT.
           EXIT.

      ******************************************************************
      *    2500-CHECK-PRE-EDIT - AD035PRE FILES ITS RUN-CONTROL RECORD  *
      *    ONLY AT END OF JOB, SO A RECORD DATED TODAY IS THE PROOF     *
      *    TONIGHT'S ADDRTRAN CAME THROUGH THE PRE-EDIT.                *
      ******************************************************************
       2500-CHECK-PRE-EDIT.
           OPEN INPUT RUN-CONTROL.
           IF WS-RUNCTL-STATUS NOT = "00"
               DISPLAY "AD022GAT - RUN CONTROL OPEN ERROR "
                       WS-RUNCTL-STATUS " - CANNOT VERIFY THE STREAM"
               PERFORM 7000-RAISE-STOP
                   THRU 7000-RAISE-STOP-EXIT
               GO TO 2500-CHECK-PRE-EDIT-EXIT
           END-IF.

           MOVE "AD035PRE"      TO RC-PROGRAM-ID.
           MOVE WS-CURRENT-DATE TO RC-RUN-DATE.

           READ RUN-CONTROL
               INVALID KEY
                   DISPLAY "AD022GAT - NO AD035PRE RUN CONTROL FOR "
                           WS-CURRENT-DATE " - ADDRTRAN HAS NOT BEEN "
                           "THROUGH TONIGHT'S PRE-EDIT"
                   PERFORM 7000-RAISE-STOP
                       THRU 7000-RAISE-STOP-EXIT
           END-READ.

           CLOSE RUN-CONTROL.
       2500-CHECK-PRE-EDIT-EXIT.
           EXIT.

      ******************************************************************
      *    6000-DATE-TO-DAY-NO - CONVERT WS-WORK-DATE (YYYYMMDD) TO A   *
      *    30/360 COMMERCIAL DAY NUMBER IN WS-WORK-DAY-NO.              *
