                   10 SECTION-TABLE-DAYS     PIC X(7).
                   10 SECTION-TABLE-START    PIC 9(4).
                   10 SECTION-TABLE-END      PIC 9(4).
                   10 SECTION-TABLE-BUILDING PIC X(6).
                   10 SECTION-TABLE-ROOM     PIC X(6).
                   10 SECTION-TABLE-CAMPUS   PIC X(4).
           01 SECTION-ENTRY-COUNT PIC 999 VALUE 0.
           01 SECTION-TABLE-MAX   PIC 999 VALUE 500.
           01 SEC-FOUND-ENTRY     PIC 999 VALUE 0.
                       TO SECTION-TABLE-ENROLLED(S-ENTRY)
                   MOVE SEC-MEETING-DAYS
                       TO SECTION-TABLE-DAYS(S-ENTRY)
                   MOVE SEC-BUILDING
                       TO SECTION-TABLE-BUILDING(S-ENTRY)
                   MOVE SEC-ROOM TO SECTION-TABLE-ROOM(S-ENTRY)
                   MOVE SEC-CAMPUS TO SECTION-TABLE-CAMPUS(S-ENTRY)
                   IF SEC-START-TIME IS NUMERIC
                       MOVE SEC-START-TIME
                           TO SECTION-TABLE-START(S-ENTRY)
           MOVE "ADMINDROP" TO AUD-NEW-VALUE.
           MOVE OPERATOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       800-SAVE-SECTION-TABLE.
           MOVE SECTION-TABLE-DAYS(S-ENTRY)     TO SEC-MEETING-DAYS.
           MOVE SECTION-TABLE-START(S-ENTRY)    TO SEC-START-TIME.
           MOVE SECTION-TABLE-END(S-ENTRY)      TO SEC-END-TIME.
           MOVE SECTION-TABLE-BUILDING(S-ENTRY) TO SEC-BUILDING.
           MOVE SECTION-TABLE-ROOM(S-ENTRY)     TO SEC-ROOM.
           MOVE SECTION-TABLE-CAMPUS(S-ENTRY)   TO SEC-CAMPUS.
           WRITE SECTION-RECORD.

       950-DISPLAY-STATS.
