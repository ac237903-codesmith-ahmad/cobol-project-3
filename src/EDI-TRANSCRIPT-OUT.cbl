      * and a trailer record count so the receiver can prove the
      * file arrived whole.  The financial-hold block applies here
      * exactly as it does to the paper document.
      * Each transcript sent is registered on the outbound manifest
      * (OUTBOUND-REGISTRY) under file code "EDI" plus the student
      * number, for the business date, with its record count, term
      * count and checksum; the same student's transcript a second
      * time on one business date is refused before anything is
      * written, unless a supervisor authorized it through
      * OUTBOUND-OVERRIDE.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. EDI-TRANSCRIPT-OUT.
               05 EOF-HOLDS  PIC X VALUE "N".
               05 HEADER-WRITTEN PIC X VALUE "N".
               05 FINANCIAL-HOLD-FLAG PIC X VALUE "N".
               05 OUTBOUND-OK PIC X VALUE "N".

      *    OUTBOUND-REGISTRY parameter block - the student's
      *    transcript for the business date checked before anything
      *    is written, registered once it is closed.
           COPY "OUTBOUND-CHECK.cpy".

           01 EXTRACT-WORK-AREA.
               05 CRS-IDX-WS PIC 9(2).
                       "FINANCIAL HOLD. TRANSCRIPT REFUSED."
                   MOVE 4 TO RETURN-CODE
               ELSE
                   PERFORM 250-CHECK-OUTBOUND-FILE
               END-IF
               IF OUTBOUND-OK = "Y"
                   PERFORM 200-LOAD-COURSE-TABLE
                   PERFORM 300-EXTRACT-THE-HISTORY
                   IF HEADER-WRITTEN = "Y"
                       PERFORM 260-REGISTER-OUTBOUND-FILE
                   END-IF
               END-IF
           END-IF.
      *    GOBACK, not STOP RUN, so the job-stream controller can
                   ADD 1 TO C-ENTRY
           END-READ.

      *****************************************************************
      * The student's transcript for the business date goes to
      * OUTBOUND-REGISTRY before anything is written: one already
      * sent is refused, unless a supervisor has authorized one more
      * through OUTBOUND-OVERRIDE.
      *****************************************************************
       250-CHECK-OUTBOUND-FILE.
           MOVE "N" TO OUTBOUND-OK.
           MOVE SPACES TO OUTBOUND-CHECK.
           MOVE "CK" TO OBC-ACTION.
           STRING "EDI" WANTED-STUDENT-WS DELIMITED BY SIZE
               INTO OBC-FILE-CODE
           END-STRING.
           MOVE "EDI-TRANSCRIPT.txt" TO OBC-FILE-NAME.
           MOVE "EDITRANS" TO OBC-OPERATOR-ID.
           CALL "BUSINESS-DATE" USING OBC-BUSINESS-DATE.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           EVALUATE OBC-RESULT
               WHEN "00"
                   MOVE "Y" TO OUTBOUND-OK
               WHEN "OV"
                   DISPLAY "TRANSCRIPT FOR " WANTED-STUDENT-WS
                       " ALREADY PRODUCED " OBC-BUSINESS-DATE
                       " - RE-RUN AUTHORIZED BY " OBC-OVERRIDE-BY
                   MOVE "Y" TO OUTBOUND-OK
               WHEN OTHER
                   DISPLAY "TRANSCRIPT FOR " WANTED-STUDENT-WS
                       " WAS ALREADY PRODUCED " OBC-BUSINESS-DATE
                       " - DUPLICATE FILE"
                   DISPLAY "A RE-RUN NEEDS A SUPERVISOR'S "
                       "OUTBOUND-OVERRIDE. NOTHING WRITTEN."
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.

       260-REGISTER-OUTBOUND-FILE.
           MOVE "RG" TO OBC-ACTION.
           MOVE RECORD-COUNTER TO OBC-RECORD-COUNT.
           MOVE TERM-COUNTER TO OBC-CONTROL-AMOUNT.
           CALL "OUTBOUND-REGISTRY" USING OUTBOUND-CHECK.
           DISPLAY "EDI-TRANSCRIPT.txt CHECKSUM: " OBC-CHECKSUM.

       300-EXTRACT-THE-HISTORY.
           OPEN INPUT STUDENT-DATA-FILE.
           OPEN INPUT STUHIST-FILE.
