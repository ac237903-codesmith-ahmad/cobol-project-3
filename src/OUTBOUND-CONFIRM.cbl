      ******************************************************************
      * Tectonics: Outbound transmission confirmation and inquiry.
      * Whoever sends a night's files to the banks, the ministry and
      * the partner offices confirms each one here once it has gone,
      * and answers "did yesterday's file go, and what was in it?"
      * from the same screen.  Option 1 lists a business date's rows
      * from OUTBOUND-FILES.txt (see OUTBOUND-FILE-RECORD.cpy) -
      * every production, send and override, with record count,
      * control amount, checksum and who.  Option 2 asks
      * OUTBOUND-REGISTRY ("CT") whether the file may be sent: it
      * must have been produced, must still match the checksum it
      * was produced with, and must not have been sent already
      * unless a supervisor granted a resend in OUTBOUND-OVERRIDE.
      * The figures are shown for the operator to compare with the
      * partner's acknowledgement, and on a 'Y' the send is recorded
      * ("TX") under the operator's ID.  Update sign-on only.
      * The file-code prompt names every producer's code, the refund
      * deposits, FTE claim and permit extract included.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OUTBOUND-CONFIRM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REGISTRY-FILE ASSIGN "OUTBOUND-FILES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REGISTRY-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD REGISTRY-FILE.
           COPY "OUTBOUND-FILE-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 REGISTRY-STATUS PIC X(2).

           01 OPERATOR-ID-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-PASSWORD-WS PIC X(10) VALUE SPACES.
           01 OPERATOR-ROLE-WS PIC X(1) VALUE SPACE.
           01 SIGNON-STATUS-WS PIC X(2) VALUE SPACES.

           01 FLAGS.
               05 DONE-FLAG    PIC X VALUE "N".
               05 EOF-REGISTRY PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           01 CONFIRM-WORK-AREA.
               05 OCW-BUSINESS-DATE PIC 9(8) VALUE 0.
               05 OCW-ROW-COUNT     PIC 9(5) VALUE 0.
               05 OCW-ANSWER        PIC X(1) VALUE SPACE.

           01 CONFIRM-LINE.
               05 OCL-ENTRY-TYPE     PIC X(1).
               05 FILLER             PIC X VALUE SPACE.
               05 OCL-FILE-CODE      PIC X(10).
               05 FILLER             PIC X VALUE SPACE.
               05 OCL-FILE-NAME      PIC X(24).
               05 FILLER             PIC X VALUE SPACE.
               05 OCL-EVENT-STAMP    PIC X(14).
               05 FILLER             PIC X VALUE SPACE.
               05 OCL-OPERATOR-ID    PIC X(10).
               05 FILLER             PIC X VALUE SPACE.
               05 OCL-RECORD-COUNT   PIC Z(6)9.
               05 FILLER             PIC X VALUE SPACE.
               05 OCL-CONTROL-AMOUNT PIC Z(10)9.99.
               05 FILLER             PIC X VALUE SPACE.
               05 OCL-CHECKSUM       PIC 9(9).
               05 FILLER             PIC X VALUE SPACE.
               05 OCL-NOTE           PIC X(22).

           01 COUNT-OUT-WS  PIC Z(6)9.
           01 AMOUNT-OUT-WS PIC Z(10)9.99.

           COPY "OUTBOUND-CHECK.cpy".

       PROCEDURE DIVISION.
       100-MAIN-PROCEDURE.
           DISPLAY "OUTBOUND FILES - ENTER YOUR OPERATOR ID: ".
           ACCEPT OPERATOR-ID-WS.
           DISPLAY "ENTER YOUR PASSWORD: ".
           ACCEPT OPERATOR-PASSWORD-WS.
           CALL "OPERATOR-SIGNON" USING OPERATOR-ID-WS
               OPERATOR-PASSWORD-WS OPERATOR-ROLE-WS
               SIGNON-STATUS-WS.
           IF SIGNON-STATUS-WS NOT = "00"
                   OR OPERATOR-ROLE-WS = "I" OR "A" OR "C"
               DISPLAY "UPDATE SIGN-ON REQUIRED. RUN CANCELLED."
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-RUN-MENU UNTIL DONE-FLAG = "Y"
           END-IF.
           STOP RUN.

       200-RUN-MENU.
           DISPLAY " ".
           DISPLAY "OUTBOUND FILES".
           DISPLAY "   1. LIST A BUSINESS DATE'S FILES".
           DISPLAY "   2. CONFIRM A FILE TRANSMITTED".
           DISPLAY "   3. QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 300-LIST-BUSINESS-DATE
               WHEN 2 PERFORM 400-CONFIRM-TRANSMITTED
               WHEN 3 MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-3."
           END-EVALUATE.

       300-LIST-BUSINESS-DATE.
           DISPLAY "BUSINESS DATE (CCYYMMDD): ".
           ACCEPT OCW-BUSINESS-DATE.
           MOVE 0 TO OCW-ROW-COUNT.
           MOVE "N" TO EOF-REGISTRY.
           DISPLAY "T FILE CODE  FILE NAME                STAMP"
               "          BY            RECORDS      CONTROL AMT"
               "  CHECKSUM  NOTE".
           OPEN INPUT REGISTRY-FILE.
           IF REGISTRY-STATUS = "00" OR REGISTRY-STATUS = "05"
               PERFORM 310-LIST-ONE-ROW UNTIL EOF-REGISTRY = "Y"
               CLOSE REGISTRY-FILE
           END-IF.
           IF OCW-ROW-COUNT = 0
               DISPLAY "NOTHING PRODUCED FOR " OCW-BUSINESS-DATE "."
           END-IF.

       310-LIST-ONE-ROW.
           READ REGISTRY-FILE
               AT END
                   MOVE "Y" TO EOF-REGISTRY
               NOT AT END
                   IF OBF-BUSINESS-DATE = OCW-BUSINESS-DATE
                       PERFORM 320-SHOW-ONE-ROW
                   END-IF
           END-READ.

       320-SHOW-ONE-ROW.
           ADD 1 TO OCW-ROW-COUNT.
           MOVE SPACES TO CONFIRM-LINE.
           MOVE OBF-ENTRY-TYPE     TO OCL-ENTRY-TYPE.
           MOVE OBF-FILE-CODE      TO OCL-FILE-CODE.
           MOVE OBF-FILE-NAME      TO OCL-FILE-NAME.
           MOVE OBF-EVENT-STAMP    TO OCL-EVENT-STAMP.
           MOVE OBF-OPERATOR-ID    TO OCL-OPERATOR-ID.
           MOVE OBF-RECORD-COUNT   TO OCL-RECORD-COUNT.
           MOVE OBF-CONTROL-AMOUNT TO OCL-CONTROL-AMOUNT.
           MOVE OBF-CHECKSUM       TO OCL-CHECKSUM.
           EVALUATE TRUE
               WHEN OBF-ENTRY-TYPE = "O"
                   MOVE OBF-REASON TO OCL-NOTE
               WHEN OBF-OVERRIDE-BY NOT = SPACES
                   STRING "PER " OBF-OVERRIDE-BY
                       DELIMITED BY SIZE INTO OCL-NOTE
                   END-STRING
           END-EVALUATE.
           DISPLAY CONFIRM-LINE.

       400-CONFIRM-TRANSMITTED.
           MOVE SPACES TO OUTBOUND-CHECK.
           DISPLAY "FILE CODE - GLJOURNAL, POSPAY, PADDEBIT, "
               "TAXRECEIPT, EDI+STUDENT NO., CAMPUSMSG, LENDERSTAT, "
               "ROSTERFEED, REFUNDDEP, FTE+TERM, PERMITEXT, "
               "CARDPRINT, CARDDEACT: ".
           ACCEPT OBC-FILE-CODE.
           DISPLAY "BUSINESS DATE OF THE FILE (CCYYMMDD): ".
           ACCEPT OBC-BUSINESS-DATE.
           MOVE "CT" TO OBC-ACTION.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "NP"
                   DISPLAY "THAT FILE WAS NEVER PRODUCED FOR "
                       OBC-BUSINESS-DATE " - NOTHING TO CONFIRM."
               WHEN "CM"
                   DISPLAY "WARNING: " OBC-FILE-NAME " NO LONGER "
                       "MATCHES THE CHECKSUM IT WAS PRODUCED WITH."
                   DISPLAY "IT HAS BEEN CHANGED SINCE - NOT CONFIRMED."
               WHEN "DP"
                   DISPLAY "WARNING: " OBC-FILE-CODE " FOR "
                       OBC-BUSINESS-DATE " WAS ALREADY SENT AT "
                       OBC-SENT-STAMP "."
                   DISPLAY "A RESEND NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE FIRST - NOT CONFIRMED."
               WHEN OTHER
                   PERFORM 410-SHOW-AND-CONFIRM
           END-EVALUATE.

       410-SHOW-AND-CONFIRM.
           MOVE OBC-RECORD-COUNT TO COUNT-OUT-WS.
           MOVE OBC-CONTROL-AMOUNT TO AMOUNT-OUT-WS.
           DISPLAY "FILE:     " OBC-FILE-NAME.
           DISPLAY "PRODUCED: " OBC-PRODUCED-STAMP.
           DISPLAY "RECORDS:  " COUNT-OUT-WS.
           DISPLAY "CONTROL:  " AMOUNT-OUT-WS.
           DISPLAY "CHECKSUM: " OBC-CHECKSUM.
           IF OBC-RESULT = "OV"
               DISPLAY "ALREADY SENT AT " OBC-SENT-STAMP
                   " - RESEND AUTHORIZED BY " OBC-OVERRIDE-BY "."
           END-IF.
           DISPLAY "CONFIRM THIS FILE HAS BEEN TRANSMITTED (Y/N): ".
           ACCEPT OCW-ANSWER.
           IF OCW-ANSWER = "Y" OR OCW-ANSWER = "y"
               MOVE OPERATOR-ID-WS TO OBC-OPERATOR-ID
               MOVE "TX" TO OBC-ACTION
               CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK
               DISPLAY OBC-FILE-CODE " FOR " OBC-BUSINESS-DATE
                   " CONFIRMED SENT AT " OBC-SENT-STAMP "."
           ELSE
               DISPLAY "NOT CONFIRMED."
           END-IF.

       END PROGRAM OUTBOUND-CONFIRM.
