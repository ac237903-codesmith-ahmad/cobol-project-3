      ******************************************************************
      * Tectonics: Deceased-student check.  Tells the caller whether
      * a student is on DECEASED.txt (see DECEASED-RECORD.cpy):
      *    DCK-FOUND-FLAG 'Y' = recorded deceased, DCK-DATE-OF-DEATH
      *                         as recorded,
      *                   'N' = not on file, date zero.
      * Every outbound path - the mailers, the extracts, the
      * notification dispatcher, the bank debit file, the dunning
      * ladder and the self-service screen - CALLs here, so none of
      * them can keep writing to a family after DECEASED-PROCESS
      * has run.  CALLed the same self-contained way RESIDENCY-LOOKUP
      * is.  DCK-FILE-NAME names the DECEASED.txt to read - blank for
      * the one beside the caller; a program run from a subdirectory
      * names ../DECEASED.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DECEASED-CHECK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL DECEASED-FILE ASSIGN DECEASED-NAME-WS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DECEASED-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD DECEASED-FILE.
           COPY "DECEASED-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 DECEASED-STATUS PIC X(2).
           01 EOF-DECEASED    PIC X VALUE "N".
           01 DECEASED-NAME-WS PIC X(40) VALUE SPACES.

       LINKAGE SECTION.
           COPY "DECEASED-CHECK.cpy".

       PROCEDURE DIVISION USING DECEASED-CHECK.
       100-MAIN.
           IF DCK-FILE-NAME = SPACES OR DCK-FILE-NAME = LOW-VALUES
               MOVE "DECEASED.txt" TO DECEASED-NAME-WS
           ELSE
               MOVE DCK-FILE-NAME TO DECEASED-NAME-WS
           END-IF.
           MOVE "N" TO DCK-FOUND-FLAG.
           MOVE 0 TO DCK-DATE-OF-DEATH.
           MOVE "N" TO EOF-DECEASED.
           OPEN INPUT DECEASED-FILE.
           IF DECEASED-STATUS = "00" OR DECEASED-STATUS = "05"
               PERFORM 200-CHECK-ONE-ROW UNTIL EOF-DECEASED = "Y"
               CLOSE DECEASED-FILE
           END-IF.
           GOBACK.

       200-CHECK-ONE-ROW.
           READ DECEASED-FILE
               AT END
                   MOVE "Y" TO EOF-DECEASED
               NOT AT END
                   IF DCS-STUDENT-NUMBER = DCK-STUDENT-NUMBER
                       MOVE DCS-DATE-OF-DEATH TO DCK-DATE-OF-DEATH
                       MOVE "Y" TO DCK-FOUND-FLAG
                       MOVE "Y" TO EOF-DECEASED
                   END-IF
           END-READ.

       END PROGRAM DECEASED-CHECK.
