      ******************************************************************
      * Tectonics: Policy parameter lookup.  The thresholds the
      * batches live by - probation and suspension lines, late fee,
      * pass mark, full-time hours, the duplicate-person score - sat
      * in each program's WORKING-STORAGE, so moving one meant a
      * recompile.  They now live in POLICY-PARMS.txt (see
      * POLICY-PARM-RECORD.cpy), effective-dated by TERM-CODE the way
      * RATE.txt is, and every batch CALLs here at start-up for each
      * value it uses:
      *    POL-FOUND-FLAG 'Y' = POL-PARM-VALUE holds the value in
      *                         force for POL-TERM-CODE,
      *                   'N' = no row for that parameter (or none
      *                         effective yet) - POL-PARM-VALUE is
      *                         left exactly as the caller set it.
      * The row in force is the one with the latest effective term
      * at or before the term asked for; a blank term asked for
      * takes the newest row on file.  CALLed the same
      * self-contained way BUSINESS-DATE and RECEIPT-NUMBER are.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. POLICY-PARM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE ASSIGN "POLICY-PARMS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PARM-FILE.
           COPY "POLICY-PARM-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 PARM-STATUS PIC X(2).
           01 EOF-PARM    PIC X VALUE "N".
      *    Effective term and value of the best row seen so far; a
      *    later row for the same term replaces an earlier one, so
      *    the last row keyed wins a tie.
           01 BEST-EFFECTIVE-TERM PIC X(6).
           01 BEST-VALUE          PIC 9(7)V99 VALUE 0.

       LINKAGE SECTION.
           COPY "POLICY-LOOKUP.cpy".

       PROCEDURE DIVISION USING POLICY-LOOKUP.
       100-MAIN.
           MOVE "N" TO POL-FOUND-FLAG.
           MOVE "N" TO EOF-PARM.
           MOVE LOW-VALUES TO BEST-EFFECTIVE-TERM.
           OPEN INPUT PARM-FILE.
           IF PARM-STATUS = "00" OR PARM-STATUS = "05"
               PERFORM 200-CHECK-ONE-PARM UNTIL EOF-PARM = "Y"
               CLOSE PARM-FILE
           END-IF.
           IF POL-FOUND-FLAG = "Y"
               MOVE BEST-VALUE TO POL-PARM-VALUE
           END-IF.
           GOBACK.

       200-CHECK-ONE-PARM.
           READ PARM-FILE
               AT END
                   MOVE "Y" TO EOF-PARM
               NOT AT END
                   IF PRM-NAME = POL-PARM-NAME
                           AND PRM-VALUE IS NUMERIC
                       PERFORM 210-WEIGH-ONE-ROW
                   END-IF
           END-READ.

       210-WEIGH-ONE-ROW.
           IF POL-TERM-CODE = SPACES
                   OR PRM-EFFECTIVE-TERM <= POL-TERM-CODE
               IF POL-FOUND-FLAG = "N"
                       OR PRM-EFFECTIVE-TERM >= BEST-EFFECTIVE-TERM
                   MOVE PRM-EFFECTIVE-TERM TO BEST-EFFECTIVE-TERM
                   MOVE PRM-VALUE TO BEST-VALUE
                   MOVE "Y" TO POL-FOUND-FLAG
               END-IF
           END-IF.

       END PROGRAM POLICY-PARM.
