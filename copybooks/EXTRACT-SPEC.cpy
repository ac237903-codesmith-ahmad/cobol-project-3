      *****************************************************************
      * Shared record layout for an ADHOC-EXTRACT spec file - one
      * line per instruction, fixed columns like every other control
      * file in the system:
      *    FIELD  <field>                 output this field (in the
      *                                   order the lines appear)
      *    WHERE  <field> <op> <value>    keep only rows where the
      *                                   field compares true - op is
      *                                   EQ NE GT GE LT LE; every
      *                                   WHERE must hold
      *    SORT   <field> <A|D>           sort key, major first,
      *                                   ascending or descending
      *    FORMAT CSV  (the default) or FORMAT FIXED
      * A '*' in column 1 makes the line a comment.  The field names
      * a spec may use are listed in ADHOC-EXTRACT's field catalog.
      *****************************************************************
       01 EXTRACT-SPEC-RECORD.
           05 EXS-KEYWORD    PIC X(6).
           05 FILLER         PIC X VALUE SPACE.
           05 EXS-FIELD-NAME PIC X(20).
           05 FILLER         PIC X VALUE SPACE.
           05 EXS-OPERATOR   PIC X(2).
           05 FILLER         PIC X VALUE SPACE.
           05 EXS-VALUE      PIC X(30).
