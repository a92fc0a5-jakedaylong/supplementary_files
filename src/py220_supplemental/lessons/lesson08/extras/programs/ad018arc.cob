      *                    IS FOR.  A WRITE FAILURE KEEPS THE RECORD   *
      *                    AND ENDS THE RUN RC 16 SO THE ARCHIVE CAN   *
      *                    BE FIXED AND THE JOB RERUN.                 *
      *   10/15/2026  DLW  THE HISTORY ARCHIVE RECORD GROWS FROM 151   *
      *                    TO 163 BYTES WITH THE ADDRHIST OPERATOR AND *
      *                    TERMINAL STAMP. ARCHHIST GENERATIONS        *
      *                    WRITTEN BEFORE THIS CHANGE CARRY THE        *
      *                    151-BYTE LAYOUT AND MUST BE CONVERTED       *
      *                    (OPERATOR SPACES) BEFORE THEY ARE READ WITH *
      *                    COPY ADDRHIST.                              *
      *                                                                *
      ******************************************************************
       IDENTIFICATION DIVISION.
      *    THE WIDTHS BELOW MUST TRACK THE COPYBOOKS THEY SHADOW.
       FD  ARCHIVE-HIST
           LABEL RECORDS ARE STANDARD.
       01  ARCHIVE-HIST-RECORD       PIC X(163).

       FD  ARCHIVE-EXCPQ
           LABEL RECORDS ARE STANDARD.
