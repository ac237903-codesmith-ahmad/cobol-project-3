           MOVE "GRANTED" TO AUD-NEW-VALUE.
           MOVE SUPERVISOR-ID-WS TO AUD-OPERATOR-ID.
           MOVE FUNCTION CURRENT-DATE TO AUD-TIMESTAMP.
           CALL "AUDIT-CHAIN" USING AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           CLOSE AUDIT-LOG-FILE.
           DISPLAY "AMNESTY GRANTED FOR " GRW-STUDENT-NUMBER
