      ******************************************************************
      * Tectonics: Preferred-name lookup.  Answers from
      * PREFERRED-NAMES.txt (see PREFNAME-RECORD.cpy):
      *    NML-ACTION 'N' = the name student NML-STUDENT-NUMBER goes
      *                     by - the preferred name if one is on
      *                     file (NML-FOUND-FLAG 'Y'), else the legal
      *                     name the caller passed in, untouched
      *                     ('N').
      *               'S' = who goes by surname NML-SURNAME - the
      *                     first row on file with it ('Y'), or 'N'.
      * Everything that addresses a student by name - the class
      * rosters, the timetable, self-service, campus messaging -
      * CALLs here; the name searches use 'S' when the legal name
      * finds nobody.  CALLed the same self-contained way
      * RESIDENCY-LOOKUP is.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. NAME-LOOKUP.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PREFNAME-FILE ASSIGN "PREFERRED-NAMES.txt"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PREFNAME-STATUS.

       DATA DIVISION.
       FILE SECTION.
           FD PREFNAME-FILE.
           COPY "PREFNAME-RECORD.cpy".

       WORKING-STORAGE SECTION.
           01 PREFNAME-STATUS PIC X(2).
           01 EOF-PREFNAME    PIC X VALUE "N".

       LINKAGE SECTION.
           COPY "NAME-LOOKUP.cpy".

       PROCEDURE DIVISION USING NAME-LOOKUP.
       100-MAIN.
           MOVE "N" TO NML-FOUND-FLAG.
           MOVE "N" TO EOF-PREFNAME.
           OPEN INPUT PREFNAME-FILE.
           IF PREFNAME-STATUS = "00" OR PREFNAME-STATUS = "05"
               PERFORM 200-CHECK-ONE-ROW UNTIL EOF-PREFNAME = "Y"
               CLOSE PREFNAME-FILE
           END-IF.
           GOBACK.

       200-CHECK-ONE-ROW.
           READ PREFNAME-FILE
               AT END
                   MOVE "Y" TO EOF-PREFNAME
               NOT AT END
                   IF NML-ACTION = "S"
                       IF PFN-SURNAME = NML-SURNAME
                           MOVE PFN-STUDENT-NUMBER
                               TO NML-STUDENT-NUMBER
                           MOVE PFN-NAME TO NML-NAME
                           MOVE "Y" TO NML-FOUND-FLAG
                           MOVE "Y" TO EOF-PREFNAME
                       END-IF
                   ELSE
                       IF PFN-STUDENT-NUMBER = NML-STUDENT-NUMBER
                           MOVE PFN-NAME TO NML-NAME
                           MOVE "Y" TO NML-FOUND-FLAG
                           MOVE "Y" TO EOF-PREFNAME
                       END-IF
                   END-IF
           END-READ.

       END PROGRAM NAME-LOOKUP.
