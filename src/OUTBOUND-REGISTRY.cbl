      ******************************************************************
      * Tectonics: Outbound-file registry.  We send files to the
      * banks, the government and partner offices every night, and
      * when one of them asked whether yesterday's file went and what
      * was in it, nobody could say - and nothing stopped the same
      * day's positive-pay or debit file going out twice.  Every
      * outbound producer now CALLs here with its file code, file
      * name and business date (see OUTBOUND-CHECK.cpy): "CK" before
      * anything is written refuses a business date's file the
      * manifest (OUTBOUND-FILES.txt, see OUTBOUND-FILE-RECORD.cpy)
      * already holds, and "RG" after the file is closed records it
      * with its record count, control amount, producing job and a
      * checksum of the file as written.  OUTBOUND-CONFIRM's "CT"
      * and "TX" do the same for the transmission itself, and "CT"
      * refuses a file whose checksum no longer matches what was
      * produced.  A deliberate re-run or resend needs a
      * supervisor's 'O'verride row first (OUTBOUND-OVERRIDE); each
      * buys exactly one more, stamped with the supervisor's ID on
      * the manifest and on AUDIT-LOG.txt.  Registering only after
      * the file is closed means a run that died part-way can be
      * rerun without an override.  CALLed the same self-contained
      * way INBOUND-REGISTRY is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTBOUND-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN "OUTBOUND-FILES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
      *    The produced file itself, read back for its checksum.
           SELECT OPTIONAL OUTBOUND-DATA-FILE ASSIGN TO OBW-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DATA-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRY-FILE.
           COPY "OUTBOUND-FILE-RECORD.cpy".

           FD OUTBOUND-DATA-FILE.
           01 OUTBOUND-DATA-RECORD PIC X(256).

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 REGISTRY-STATUS PIC X(2).
           01 DATA-STATUS     PIC X(2).

           01 FLAGS.
               05 EOF-REGISTRY PIC X VALUE "N".
               05 EOF-DATA     PIC X VALUE "N".

           01 REGISTRY-WORK-AREA.
               05 OBW-FILE-NAME      PIC X(24) VALUE SPACES.
               05 DONE-COUNT-WS      PIC 9(5) VALUE 0.
               05 OVERRIDE-COUNT-WS  PIC 9(5) VALUE 0.
               05 LAST-OVERRIDE-BY   PIC X(10) VALUE SPACES.
      *        'P' when counting productions, 'T' transmissions.
               05 COUNT-TYPE-WS      PIC X(1) VALUE SPACE.
               05 PRODUCED-FOUND     PIC X(1) VALUE "N".
               05 STAMP-WS           PIC X(14) VALUE SPACES.
               05 FIELD-NAME-WS      PIC X(20) VALUE SPACES.

      *    The fold: value = (value * 131 + byte) modulo the prime
      *    999999937, over every row of the file as read back - the
      *    AUDIT-CHAIN fold, carried from row to row.
           01 CHECKSUM-WORK-AREA.
               05 CHECKSUM-WS   PIC 9(9) VALUE 0.
               05 CHK-IDX       PIC 9(3).
               05 CHK-HASH-WS   PIC 9(12).
               05 CHK-QUOT-WS   PIC 9(12).
               05 CHK-REM-WS    PIC 9(9).

       LINKAGE SECTION.
           COPY "OUTBOUND-CHECK.cpy".

       PROCEDURE DIVISION USING OUTBOUND-CHECK.
       100-MAIN.
           EVALUATE OBC-ACTION
               WHEN "CK" PERFORM 200-CHECK-PRODUCE
               WHEN "RG" PERFORM 300-REGISTER-PRODUCED
               WHEN "CT" PERFORM 400-CHECK-TRANSMIT
               WHEN "TX" PERFORM 500-REGISTER-TRANSMITTED
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * Counts the business date's earlier productions of the file
      * and the overrides granted against them: none is a new file;
      * produced, but with an override not yet spent, is an
      * authorized re-run; otherwise it is a duplicate.
      *****************************************************************
       200-CHECK-PRODUCE.
           MOVE "P" TO COUNT-TYPE-WS.
           PERFORM 600-COUNT-REGISTRY-ROWS.
           PERFORM 650-SET-RESULT.

       300-REGISTER-PRODUCED.
           MOVE OBC-FILE-NAME TO OBW-FILE-NAME.
           PERFORM 700-TAKE-CHECKSUM.
           MOVE CHECKSUM-WS TO OBC-CHECKSUM.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP-WS.
           MOVE STAMP-WS TO OBC-PRODUCED-STAMP.
           MOVE "P" TO COUNT-TYPE-WS.
           PERFORM 800-WRITE-REGISTRY-ROW.
           MOVE "00" TO OBC-RESULT.
           IF OBC-OVERRIDE-BY NOT = SPACES
               MOVE "OUTBOUND-RERUN" TO FIELD-NAME-WS
               PERFORM 850-LOG-OVERRIDE-USED
           END-IF.

      *****************************************************************
      * The send check: the latest production of the business date's
      * file must exist and still match its checksum; then the same
      * count as 200 over the transmissions and the resend overrides.
      *****************************************************************
       400-CHECK-TRANSMIT.
           MOVE SPACES TO OBC-FILE-NAME OBC-PRODUCED-STAMP
               OBC-SENT-STAMP.
           MOVE 0 TO OBC-RECORD-COUNT OBC-CONTROL-AMOUNT OBC-CHECKSUM.
           MOVE "T" TO COUNT-TYPE-WS.
           PERFORM 600-COUNT-REGISTRY-ROWS.
           IF PRODUCED-FOUND = "N"
               MOVE "NP" TO OBC-RESULT
               MOVE SPACES TO OBC-OVERRIDE-BY
           ELSE
               MOVE OBC-FILE-NAME TO OBW-FILE-NAME
               PERFORM 700-TAKE-CHECKSUM
               IF CHECKSUM-WS NOT = OBC-CHECKSUM
                   MOVE "CM" TO OBC-RESULT
                   MOVE SPACES TO OBC-OVERRIDE-BY
               ELSE
                   PERFORM 650-SET-RESULT
               END-IF
           END-IF.

       500-REGISTER-TRANSMITTED.
           MOVE FUNCTION CURRENT-DATE(1:14) TO STAMP-WS.
           MOVE STAMP-WS TO OBC-SENT-STAMP.
           MOVE "T" TO COUNT-TYPE-WS.
           PERFORM 800-WRITE-REGISTRY-ROW.
           MOVE "00" TO OBC-RESULT.
           IF OBC-OVERRIDE-BY NOT = SPACES
               MOVE "OUTBOUND-RESEND" TO FIELD-NAME-WS
               PERFORM 850-LOG-OVERRIDE-USED
           END-IF.

      *****************************************************************
      * One pass over the manifest for the file code and business
      * date: the 'P' or 'T' rows of the kind being checked, the 'O'
      * rows granted for that kind, and - for a send check - the
      * latest 'P' row's figures and the latest 'T' row's stamp.
      *****************************************************************
       600-COUNT-REGISTRY-ROWS.
           MOVE 0 TO DONE-COUNT-WS.
           MOVE 0 TO OVERRIDE-COUNT-WS.
           MOVE SPACES TO LAST-OVERRIDE-BY.
           MOVE "N" TO PRODUCED-FOUND.
           MOVE "N" TO EOF-REGISTRY.
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-STATUS = "00" OR REGISTRY-STATUS = "05"
               PERFORM 610-COUNT-ONE-ROW UNTIL EOF-REGISTRY = "Y"
               CLOSE REGISTRY-FILE
           END-IF.

       610-COUNT-ONE-ROW.
           READ REGISTRY-FILE
               AT END
                   MOVE "Y" TO EOF-REGISTRY
               NOT AT END
                   IF OBF-FILE-CODE = OBC-FILE-CODE
                           AND OBF-BUSINESS-DATE = OBC-BUSINESS-DATE
                       PERFORM 620-TALLY-ONE-ROW
                   END-IF
           END-READ.

       620-TALLY-ONE-ROW.
           IF OBF-ENTRY-TYPE = COUNT-TYPE-WS
               ADD 1 TO DONE-COUNT-WS
           END-IF.
           IF OBF-ENTRY-TYPE = "O" AND OBF-OVERRIDE-FOR = COUNT-TYPE-WS
               ADD 1 TO OVERRIDE-COUNT-WS
               MOVE OBF-OPERATOR-ID TO LAST-OVERRIDE-BY
           END-IF.
           IF COUNT-TYPE-WS = "T"
               IF OBF-ENTRY-TYPE = "P"
                   MOVE "Y" TO PRODUCED-FOUND
                   MOVE OBF-FILE-NAME      TO OBC-FILE-NAME
                   MOVE OBF-RECORD-COUNT   TO OBC-RECORD-COUNT
                   MOVE OBF-CONTROL-AMOUNT TO OBC-CONTROL-AMOUNT
                   MOVE OBF-CHECKSUM       TO OBC-CHECKSUM
                   MOVE OBF-EVENT-STAMP    TO OBC-PRODUCED-STAMP
               END-IF
               IF OBF-ENTRY-TYPE = "T"
                   MOVE OBF-EVENT-STAMP TO OBC-SENT-STAMP
               END-IF
           END-IF.

       650-SET-RESULT.
           MOVE SPACES TO OBC-OVERRIDE-BY.
           EVALUATE TRUE
               WHEN DONE-COUNT-WS = 0
                   MOVE "00" TO OBC-RESULT
               WHEN OVERRIDE-COUNT-WS >= DONE-COUNT-WS
                   MOVE "OV" TO OBC-RESULT
                   MOVE LAST-OVERRIDE-BY TO OBC-OVERRIDE-BY
               WHEN OTHER
                   MOVE "DP" TO OBC-RESULT
           END-EVALUATE.

       700-TAKE-CHECKSUM.
           MOVE 0 TO CHECKSUM-WS.
           MOVE "N" TO EOF-DATA.
           OPEN INPUT OUTBOUND-DATA-FILE.
           IF DATA-STATUS = "00" OR DATA-STATUS = "05"
               PERFORM 710-FOLD-ONE-ROW UNTIL EOF-DATA = "Y"
               CLOSE OUTBOUND-DATA-FILE
           END-IF.

       710-FOLD-ONE-ROW.
           READ OUTBOUND-DATA-FILE
               AT END
                   MOVE "Y" TO EOF-DATA
               NOT AT END
                   MOVE CHECKSUM-WS TO CHK-HASH-WS
                   PERFORM 720-FOLD-ONE-BYTE
                       VARYING CHK-IDX FROM 1 BY 1
                       UNTIL CHK-IDX > 256
                   MOVE CHK-HASH-WS TO CHECKSUM-WS
           END-READ.

       720-FOLD-ONE-BYTE.
           COMPUTE CHK-HASH-WS = CHK-HASH-WS * 131
               + FUNCTION ORD(OUTBOUND-DATA-RECORD(CHK-IDX:1)).
           DIVIDE CHK-HASH-WS BY 999999937
               GIVING CHK-QUOT-WS REMAINDER CHK-REM-WS.
           MOVE CHK-REM-WS TO CHK-HASH-WS.

       800-WRITE-REGISTRY-ROW.
           OPEN EXTEND REGISTRY-FILE.
           MOVE SPACES TO OUTBOUND-FILE-RECORD.
           MOVE COUNT-TYPE-WS      TO OBF-ENTRY-TYPE.
           MOVE OBC-FILE-CODE      TO OBF-FILE-CODE.
           MOVE OBC-BUSINESS-DATE  TO OBF-BUSINESS-DATE.
           MOVE OBC-FILE-NAME      TO OBF-FILE-NAME.
           MOVE STAMP-WS           TO OBF-EVENT-STAMP.
           MOVE OBC-OPERATOR-ID    TO OBF-OPERATOR-ID.
           MOVE OBC-RECORD-COUNT   TO OBF-RECORD-COUNT.
           MOVE OBC-CONTROL-AMOUNT TO OBF-CONTROL-AMOUNT.
           MOVE OBC-CHECKSUM       TO OBF-CHECKSUM.
           MOVE OBC-OVERRIDE-BY    TO OBF-OVERRIDE-BY.
           WRITE OUTBOUND-FILE-RECORD.
           CLOSE REGISTRY-FILE.

      *    A re-run or resend goes on the audit trail under the
      *    supervisor who authorized it, next to the
      *    OUTBOUND-OVERRIDE row itself.
       850-LOG-OVERRIDE-USED.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE FIELD-NAME-WS TO AUD-FIELD-NAME.
           MOVE OBC-FILE-CODE TO AUD-OLD-VALUE.
           MOVE OBC-BUSINESS-DATE TO AUD-NEW-VALUE.
           MOVE OBC-OVERRIDE-BY TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM OUTBOUND-REGISTRY.
