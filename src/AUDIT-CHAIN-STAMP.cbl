      ******************************************************************
      * Tectonics: Audit-log chain stamper.  AUDIT-LOG.txt is the
      * evidence behind every disputed balance and grade, but it is
      * a plain text file anyone with file access could edit.  Every
      * program that writes an audit row CALLs AUDIT-CHAIN with the
      * finished AUDIT-LOG-RECORD just before its WRITE (see
      * AUDIT-LOG.cpy), and AUDIT-CHAIN passes it here in the
      * AUDIT-CHAIN-PARM block: the control file (AUDIT-CHAIN.txt,
      * or the one named in ACP-CHAIN-FILE-NAME) holds the last
      * sequence number and chain value issued; each call reads it,
      * stamps the row with the next AUD-SEQUENCE, folds the row's
      * content into the previous chain value to give its
      * AUD-CHAIN-VALUE, and writes the new pair back.  A missing or
      * empty control file starts the chain at sequence 1 from a
      * value of zero.  AUDIT-VERIFY recomputes the same fold row by
      * row, so 300-FOLD-THE-ROW here and its twin there must stay
      * identical.  A program run from a subdirectory, writing
      * ../AUDIT-LOG.txt, CALLs here directly with
      * ../AUDIT-CHAIN.txt in ACP-CHAIN-FILE-NAME.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN-STAMP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CHAIN-FILE ASSIGN CHAIN-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHAIN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD CHAIN-FILE.
           01 CHAIN-RECORD.
               05 CHN-LAST-SEQUENCE PIC 9(9).
               05 FILLER            PIC X.
               05 CHN-LAST-VALUE    PIC 9(9).

       WORKING-STORAGE SECTION.
           01 CHAIN-STATUS PIC X(2).
           01 CHAIN-NAME-WS PIC X(40) VALUE SPACES.

           01 CHAIN-WORK-AREA.
               05 LAST-SEQUENCE-WS PIC 9(9) VALUE 0.
               05 LAST-VALUE-WS    PIC 9(9) VALUE 0.
      *        The fold: value = (value * 131 + byte) modulo the
      *        prime 999999937, over columns 1-124 of the row.
               05 CHAIN-IMAGE-WS   PIC X(124).
               05 CHAIN-IDX        PIC 9(3).
               05 CHAIN-HASH-WS    PIC 9(12).
               05 CHAIN-QUOT-WS    PIC 9(12).
               05 CHAIN-REM-WS     PIC 9(9).

      *    The row being stamped, worked on in its own layout.
           COPY "AUDIT-LOG.cpy".

       LINKAGE SECTION.
           COPY "AUDIT-CHAIN-PARM.cpy".

       PROCEDURE DIVISION USING AUDIT-CHAIN-PARM.
       100-MAIN.
           IF ACP-CHAIN-FILE-NAME = SPACES
                   OR ACP-CHAIN-FILE-NAME = LOW-VALUES
               MOVE "AUDIT-CHAIN.txt" TO CHAIN-NAME-WS
           ELSE
               MOVE ACP-CHAIN-FILE-NAME TO CHAIN-NAME-WS
           END-IF.
           MOVE ACP-AUDIT-ROW TO AUDIT-LOG-RECORD.
           PERFORM 150-STAMP-THE-ROW.
           MOVE AUDIT-LOG-RECORD TO ACP-AUDIT-ROW.
           GOBACK.

       150-STAMP-THE-ROW.
           PERFORM 200-READ-LAST-LINK.
           ADD 1 TO LAST-SEQUENCE-WS.
           MOVE LAST-SEQUENCE-WS TO AUD-SEQUENCE.
           PERFORM 300-FOLD-THE-ROW.
           MOVE LAST-VALUE-WS TO AUD-CHAIN-VALUE.
           PERFORM 400-WRITE-LAST-LINK.

       200-READ-LAST-LINK.
           MOVE 0 TO LAST-SEQUENCE-WS.
           MOVE 0 TO LAST-VALUE-WS.
           OPEN INPUT CHAIN-FILE.
           IF CHAIN-STATUS = "00" OR CHAIN-STATUS = "05"
               READ CHAIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHN-LAST-SEQUENCE IS NUMERIC
                               AND CHN-LAST-VALUE IS NUMERIC
                           MOVE CHN-LAST-SEQUENCE TO LAST-SEQUENCE-WS
                           MOVE CHN-LAST-VALUE    TO LAST-VALUE-WS
                       END-IF
               END-READ
               CLOSE CHAIN-FILE
           END-IF.

      *****************************************************************
      * Folds the row - sequence included, chain value excluded -
      * into the previous row's chain value.  LAST-VALUE-WS goes in
      * as the previous link and comes out as this row's.
      *****************************************************************
       300-FOLD-THE-ROW.
           MOVE AUDIT-LOG-RECORD(1:124) TO CHAIN-IMAGE-WS.
           MOVE LAST-VALUE-WS TO CHAIN-HASH-WS.
           PERFORM 310-FOLD-ONE-BYTE
               VARYING CHAIN-IDX FROM 1 BY 1
               UNTIL CHAIN-IDX > 124.
           MOVE CHAIN-HASH-WS TO LAST-VALUE-WS.

       310-FOLD-ONE-BYTE.
           COMPUTE CHAIN-HASH-WS = CHAIN-HASH-WS * 131
               + FUNCTION ORD(CHAIN-IMAGE-WS(CHAIN-IDX:1)).
           DIVIDE CHAIN-HASH-WS BY 999999937
               GIVING CHAIN-QUOT-WS REMAINDER CHAIN-REM-WS.
           MOVE CHAIN-REM-WS TO CHAIN-HASH-WS.

       400-WRITE-LAST-LINK.
           OPEN OUTPUT CHAIN-FILE.
           MOVE SPACES TO CHAIN-RECORD.
           MOVE LAST-SEQUENCE-WS TO CHN-LAST-SEQUENCE.
           MOVE LAST-VALUE-WS    TO CHN-LAST-VALUE.
           WRITE CHAIN-RECORD.
           CLOSE CHAIN-FILE.

       END PROGRAM AUDIT-CHAIN-STAMP.
