      ******************************************************************
      * Tectonics: External-ID cross-reference maintenance.  The
      * instructor system, the bank and the partner colleges sending
      * electronic transcripts all key people their own way;
      * ID-XREF.txt (see IDXREF-RECORD.cpy) is the translation table
      * GRADE-LOAD, BATCH-PAYMENT and ARTIC-ASSESS consult when an
      * incoming ID doesn't resolve directly.  A partner college's
      * id ('EDI ') is qualified by its institution code.  This
      * screen lists, adds and removes translations - menu-driven
      * whole-file load/save, the same way UPDATE-PROGRAM-FILE
      * maintains PROGRAM.txt.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. XREF-MAINT.
                   10 XTB-SYSTEM-CODE    PIC X(4).
                   10 XTB-EXTERNAL-ID    PIC X(12).
                   10 XTB-STUDENT-NUMBER PIC 9(6).
                   10 XTB-INSTITUTION    PIC X(6).
           01 XREF-COUNT PIC 9(3) VALUE 0.
           01 XREF-MAX   PIC 9(3) VALUE 500.

           01 XREF-WORK-AREA.
               05 XRW-SYSTEM-CODE PIC X(4) VALUE SPACES.
               05 XRW-EXTERNAL-ID PIC X(12) VALUE SPACES.
               05 XRW-INSTITUTION PIC X(6) VALUE SPACES.
               05 XRW-STUDENT-IN  PIC X(6) VALUE SPACES.
               05 XRW-FOUND-ENTRY PIC 9(3) VALUE 0.
               05 IDX-WS          PIC 9(3).
                   MOVE XRF-EXTERNAL-ID TO XTB-EXTERNAL-ID(XR-ENTRY)
                   MOVE XRF-STUDENT-NUMBER
                       TO XTB-STUDENT-NUMBER(XR-ENTRY)
                   MOVE XRF-INSTITUTION TO XTB-INSTITUTION(XR-ENTRY)
                   ADD 1 TO XR-ENTRY
           END-READ.

           END-EVALUATE.

       205-ACCEPT-SYSTEM-AND-ID.
           DISPLAY "SYSTEM CODE (INST/BANK/EDI): ".
           ACCEPT XRW-SYSTEM-CODE.
           DISPLAY "EXTERNAL ID: ".
           ACCEPT XRW-EXTERNAL-ID.
           MOVE SPACES TO XRW-INSTITUTION.
           IF XRW-SYSTEM-CODE = "EDI "
               DISPLAY "PARTNER INSTITUTION CODE: "
               ACCEPT XRW-INSTITUTION
           END-IF.

       207-FIND-TRANSLATION.
           MOVE "N" TO FOUND-FLAG.
               IF XTB-SYSTEM-CODE(IDX-WS) = XRW-SYSTEM-CODE
                       AND XTB-EXTERNAL-ID(IDX-WS)
                           = XRW-EXTERNAL-ID
                       AND XTB-INSTITUTION(IDX-WS)
                           = XRW-INSTITUTION
                   MOVE "Y" TO FOUND-FLAG
                   MOVE IDX-WS TO XRW-FOUND-ENTRY
               END-IF
                           TO XTB-EXTERNAL-ID(XREF-COUNT)
                       MOVE XRW-STUDENT-IN
                           TO XTB-STUDENT-NUMBER(XREF-COUNT)
                       MOVE XRW-INSTITUTION
                           TO XTB-INSTITUTION(XREF-COUNT)
                       DISPLAY "TRANSLATION ADDED."
                   ELSE
                       DISPLAY "STUDENT NUMBER MUST BE DIGITS."
           MOVE XTB-SYSTEM-CODE(XR-ENTRY)    TO XRF-SYSTEM-CODE.
           MOVE XTB-EXTERNAL-ID(XR-ENTRY)    TO XRF-EXTERNAL-ID.
           MOVE XTB-STUDENT-NUMBER(XR-ENTRY) TO XRF-STUDENT-NUMBER.
           MOVE XTB-INSTITUTION(XR-ENTRY)    TO XRF-INSTITUTION.
           WRITE IDXREF-RECORD.

       END PROGRAM XREF-MAINT.
