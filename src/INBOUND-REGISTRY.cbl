      ******************************************************************
      * Tectonics: Inbound-batch registry.  The HDR/TRL controls stop
      * a torn file from posting, but nothing stopped a whole good
      * file from posting twice - last spring Monday's remittance
      * went through BATCH-PAYMENT a second time and every payment
      * doubled.  Every feed loader now CALLs here with the sender's
      * batch identifier and file date off its HDR row (see
      * INBOUND-CHECK.cpy): "CK" before anything posts refuses a
      * batch INBOUND-BATCHES.txt already holds, and "RG" after the
      * load records it.  A deliberate reload needs a supervisor's
      * 'O'verride row on the registry first (INBOUND-OVERRIDE);
      * each override buys exactly one reload, and the reload itself
      * is stamped with the supervisor's ID on the registry and on
      * AUDIT-LOG.txt.  Registering only after the load completes
      * means a run that died part-way can be rerun without an
      * override.  CALLed the same self-contained way LOCK-MANAGER
      * and RECEIPT-NUMBER are.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INBOUND-REGISTRY.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN "INBOUND-BATCHES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.
           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN "AUDIT-LOG.txt"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRY-FILE.
           COPY "INBOUND-BATCH-RECORD.cpy".

           FD AUDIT-LOG-FILE.
           COPY "AUDIT-LOG.cpy".

       WORKING-STORAGE SECTION.
           01 REGISTRY-STATUS PIC X(2).
           01 EOF-REGISTRY    PIC X VALUE "N".

           01 REGISTRY-WORK-AREA.
               05 LOAD-COUNT-WS     PIC 9(5) VALUE 0.
               05 OVERRIDE-COUNT-WS PIC 9(5) VALUE 0.
               05 LAST-OVERRIDE-BY  PIC X(10) VALUE SPACES.
               05 RUN-DATE-WS       PIC 9(8) VALUE 0.

       LINKAGE SECTION.
           COPY "INBOUND-CHECK.cpy".

       PROCEDURE DIVISION USING INBOUND-CHECK.
       100-MAIN.
           EVALUATE INB-ACTION
               WHEN "CK" PERFORM 200-CHECK-BATCH
               WHEN "RG" PERFORM 300-REGISTER-BATCH
           END-EVALUATE.
           GOBACK.

      *****************************************************************
      * Counts the batch's earlier loads and the overrides granted
      * against it: none loaded is a new batch; loaded, but with an
      * override not yet spent, is an authorized reload; otherwise
      * the file is a duplicate.
      *****************************************************************
       200-CHECK-BATCH.
           MOVE SPACES TO INB-OVERRIDE-BY.
           IF INB-BATCH-ID = SPACES OR INB-FILE-DATE NOT NUMERIC
               MOVE "NH" TO INB-RESULT
           ELSE
               MOVE 0 TO LOAD-COUNT-WS
               MOVE 0 TO OVERRIDE-COUNT-WS
               MOVE SPACES TO LAST-OVERRIDE-BY
               MOVE "N" TO EOF-REGISTRY
               OPEN INPUT REGISTRY-FILE
               IF REGISTRY-STATUS = "00" OR REGISTRY-STATUS = "05"
                   PERFORM 210-COUNT-ONE-ROW UNTIL EOF-REGISTRY = "Y"
                   CLOSE REGISTRY-FILE
               END-IF
               EVALUATE TRUE
                   WHEN LOAD-COUNT-WS = 0
                       MOVE "00" TO INB-RESULT
                   WHEN OVERRIDE-COUNT-WS >= LOAD-COUNT-WS
                       MOVE "OV" TO INB-RESULT
                       MOVE LAST-OVERRIDE-BY TO INB-OVERRIDE-BY
                   WHEN OTHER
                       MOVE "DP" TO INB-RESULT
               END-EVALUATE
           END-IF.

       210-COUNT-ONE-ROW.
           READ REGISTRY-FILE
               AT END
                   MOVE "Y" TO EOF-REGISTRY
               NOT AT END
                   IF IBR-FEED-CODE = INB-FEED-CODE
                           AND IBR-BATCH-ID = INB-BATCH-ID
                           AND IBR-FILE-DATE = INB-FILE-DATE
                       IF IBR-ENTRY-TYPE = "L"
                           ADD 1 TO LOAD-COUNT-WS
                       END-IF
                       IF IBR-ENTRY-TYPE = "O"
                           ADD 1 TO OVERRIDE-COUNT-WS
                           MOVE IBR-OPERATOR-ID TO LAST-OVERRIDE-BY
                       END-IF
                   END-IF
           END-READ.

       300-REGISTER-BATCH.
           CALL "BUSINESS-DATE" USING RUN-DATE-WS.
           OPEN EXTEND REGISTRY-FILE.
           MOVE SPACES TO INBOUND-BATCH-RECORD.
           MOVE "L"              TO IBR-ENTRY-TYPE.
           MOVE INB-FEED-CODE    TO IBR-FEED-CODE.
           MOVE INB-BATCH-ID     TO IBR-BATCH-ID.
           MOVE INB-FILE-DATE    TO IBR-FILE-DATE.
           MOVE RUN-DATE-WS      TO IBR-EVENT-DATE.
           MOVE INB-OPERATOR-ID  TO IBR-OPERATOR-ID.
           MOVE INB-DETAIL-COUNT TO IBR-DETAIL-COUNT.
           MOVE INB-OVERRIDE-BY  TO IBR-OVERRIDE-BY.
           WRITE INBOUND-BATCH-RECORD.
           CLOSE REGISTRY-FILE.
           MOVE "00" TO INB-RESULT.
           IF INB-OVERRIDE-BY NOT = SPACES
               PERFORM 310-LOG-RELOAD
           END-IF.

      *    A reload goes on the audit trail under the supervisor who
      *    authorized it, next to the INBOUND-OVERRIDE row itself.
       310-LOG-RELOAD.
           OPEN EXTEND AUDIT-LOG-FILE.
           MOVE SPACES TO AUDIT-LOG-RECORD.
           MOVE 0 TO AUD-STUDENT-NUMBER.
           MOVE "INBOUND-RELOAD" TO AUD-FIELD-NAME.
           MOVE INB-FEED-CODE TO AUD-OLD-VALUE.
           STRING INB-BATCH-ID " " INB-FILE-DATE
               DELIMITED BY SIZE INTO AUD-NEW-VALUE
           END-STRING.
           MOVE INB-OVERRIDE-BY TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.

       END PROGRAM INBOUND-REGISTRY.
