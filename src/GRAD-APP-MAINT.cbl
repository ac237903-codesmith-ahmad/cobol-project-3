      * used to live outside the system and disagree with the degree
      * audit every term.  Menu-driven whole-file load/save, the same
      * way HOLD-MAINT maintains HOLDS.txt.
      * The desk also takes a graduate's request for a replacement
      * parchment here: the credential must be on CREDENTIALS.txt,
      * and the request is appended to DIPLOMA-REPRINTS.txt (see
      * DIPREQ-RECORD.cpy) for the next DIPLOMA-PRINT run to print
      * and charge.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. GRAD-APP-MAINT.
           SELECT OPTIONAL GRADAPP-FILE ASSIGN "GRAD-APPS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GRADAPP-STATUS.
           SELECT OPTIONAL CREDENTIALS-FILE ASSIGN "CREDENTIALS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CREDENTIALS-STATUS.
           SELECT OPTIONAL REPRINTS-FILE
               ASSIGN "DIPLOMA-REPRINTS.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS REPRINTS-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD GRADAPP-FILE.
           COPY "GRADAPP-RECORD.cpy".

           FD CREDENTIALS-FILE.
           COPY "CREDENTIAL-RECORD.cpy".

           FD REPRINTS-FILE.
           COPY "DIPREQ-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 GRADAPP-STATUS PIC X(2).
           01 CREDENTIALS-STATUS PIC X(2).
           01 REPRINTS-STATUS PIC X(2).

           01 GRADAPP-TABLE.
               05 GRADAPP-TABLE-ENTRY OCCURS 500 TIMES
           01 FLAGS.
               05 EOF-APPS  PIC X VALUE "N".
               05 DONE-FLAG PIC X VALUE "N".
               05 EOF-CREDENTIALS PIC X VALUE "N".
               05 EOF-REPRINTS PIC X VALUE "N".

           01 CHOICE PIC 9 VALUE 0.

           DISPLAY "   1. LIST A STUDENT'S APPLICATIONS".
           DISPLAY "   2. RECORD AN APPLICATION".
           DISPLAY "   3. LIST PENDING APPLICATIONS FOR A TERM".
           DISPLAY "   4. REQUEST A REPLACEMENT PARCHMENT".
           DISPLAY "   5. SAVE AND QUIT".
           DISPLAY "ENTER YOUR CHOICE: ".
           ACCEPT CHOICE.
           EVALUATE CHOICE
               WHEN 1 PERFORM 210-LIST-STUDENT-APPS
               WHEN 2 PERFORM 220-RECORD-APPLICATION
               WHEN 3 PERFORM 240-LIST-TERM-PENDING
               WHEN 4 PERFORM 260-REQUEST-REPLACEMENT
               WHEN 5 PERFORM 300-SAVE-APP-TABLE
                      MOVE "Y" TO DONE-FLAG
               WHEN OTHER
                   DISPLAY "INVALID CHOICE. PLEASE SELECT 1-5."
           END-EVALUATE.

       205-ACCEPT-STUDENT.
                   "  APPLIED " GTBL-APPLIED-DATE(IDX-WS)
           END-IF.

      *****************************************************************
      * A replacement parchment is only for a credential actually
      * conferred, and one pending request per credential is enough.
      * The request goes straight onto the queue file - it does not
      * wait for SAVE AND QUIT.
      *****************************************************************
       260-REQUEST-REPLACEMENT.
           PERFORM 205-ACCEPT-STUDENT.
           IF APW-STUDENT-NUMBER NOT = 0
               DISPLAY "PROGRAM CODE: "
               ACCEPT APW-PROGRAM-CODE
               MOVE 0 TO APW-MATCH-COUNT
               MOVE "N" TO EOF-CREDENTIALS
               OPEN INPUT CREDENTIALS-FILE
               IF CREDENTIALS-STATUS = "00"
                       OR CREDENTIALS-STATUS = "05"
                   PERFORM 265-CHECK-ONE-CREDENTIAL
                       UNTIL EOF-CREDENTIALS = "Y"
                   CLOSE CREDENTIALS-FILE
               END-IF
               IF APW-MATCH-COUNT = 0
                   DISPLAY "NO CREDENTIAL CONFERRED ON "
                       APW-STUDENT-NUMBER " FOR PROGRAM "
                       APW-PROGRAM-CODE "."
               ELSE
                   MOVE 0 TO APW-MATCH-COUNT
                   MOVE "N" TO EOF-REPRINTS
                   OPEN INPUT REPRINTS-FILE
                   IF REPRINTS-STATUS = "00" OR REPRINTS-STATUS = "05"
                       PERFORM 270-CHECK-ONE-REPRINT
                           UNTIL EOF-REPRINTS = "Y"
                       CLOSE REPRINTS-FILE
                   END-IF
                   IF APW-MATCH-COUNT > 0
                       DISPLAY "A REPLACEMENT IS ALREADY PENDING."
                   ELSE
                       PERFORM 275-QUEUE-REPLACEMENT
                   END-IF
               END-IF
           END-IF.

       265-CHECK-ONE-CREDENTIAL.
           READ CREDENTIALS-FILE
               AT END
                   MOVE "Y" TO EOF-CREDENTIALS
               NOT AT END
                   IF CRD-STUDENT-NUMBER = APW-STUDENT-NUMBER
                           AND CRD-PROGRAM-CODE = APW-PROGRAM-CODE
                       ADD 1 TO APW-MATCH-COUNT
                   END-IF
           END-READ.

       270-CHECK-ONE-REPRINT.
           READ REPRINTS-FILE
               AT END
                   MOVE "Y" TO EOF-REPRINTS
               NOT AT END
                   IF DRQ-STUDENT-NUMBER = APW-STUDENT-NUMBER
                           AND DRQ-PROGRAM-CODE = APW-PROGRAM-CODE
                           AND DRQ-STATUS = SPACE
                       ADD 1 TO APW-MATCH-COUNT
                   END-IF
           END-READ.

       275-QUEUE-REPLACEMENT.
           OPEN EXTEND REPRINTS-FILE.
           MOVE SPACES TO DIPREQ-RECORD.
           MOVE APW-STUDENT-NUMBER TO DRQ-STUDENT-NUMBER.
           MOVE APW-PROGRAM-CODE   TO DRQ-PROGRAM-CODE.
           ACCEPT DRQ-REQUEST-DATE FROM DATE YYYYMMDD.
           MOVE OPERATOR-ID-WS     TO DRQ-REQUESTED-BY.
           MOVE SPACE              TO DRQ-STATUS.
           MOVE 0                  TO DRQ-DONE-DATE.
           WRITE DIPREQ-RECORD.
           CLOSE REPRINTS-FILE.
           DISPLAY "REPLACEMENT PARCHMENT REQUESTED - PRINTS AND IS "
               "CHARGED ON THE NEXT DIPLOMA RUN.".

       300-SAVE-APP-TABLE.
           OPEN OUTPUT GRADAPP-FILE.
           PERFORM 310-WRITE-ONE-APP
