      ******************************************************************
      * Tectonics: Audit-log chain stamper.  AUDIT-LOG.txt is the
      * evidence behind every disputed balance and grade, but it is
      * a plain text file anyone with file access could edit.  Every
      * program that writes an audit row now CALLs here with the
      * finished AUDIT-LOG-RECORD just before its WRITE (see
      * AUDIT-LOG.cpy), and the row comes back stamped with its
      * AUD-SEQUENCE and AUD-CHAIN-VALUE.  The stamping itself is
      * done by AUDIT-CHAIN-STAMP against AUDIT-CHAIN.txt in the
      * current directory; this entry point passes the row through
      * with a blank control file name so the writers' one-item CALL
      * stays as it is.  A program run from a subdirectory CALLs
      * AUDIT-CHAIN-STAMP itself with ../AUDIT-CHAIN.txt named.
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDIT-CHAIN.

       DATA DIVISION.
       WORKING-STORAGE SECTION.
           COPY "AUDIT-CHAIN-PARM.cpy".

       LINKAGE SECTION.
           COPY "AUDIT-LOG.cpy".

       PROCEDURE DIVISION USING AUDIT-LOG-RECORD.
       100-MAIN.
           MOVE SPACES TO ACP-CHAIN-FILE-NAME.
           MOVE AUDIT-LOG-RECORD TO ACP-AUDIT-ROW.
           CALL "AUDIT-CHAIN-STAMP" USING AUDIT-CHAIN-PARM.
           MOVE ACP-AUDIT-ROW TO AUDIT-LOG-RECORD.
           GOBACK.

       END PROGRAM AUDIT-CHAIN.
