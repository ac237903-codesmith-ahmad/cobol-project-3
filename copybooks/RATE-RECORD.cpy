      * rates can sit on file without repricing the current term.
      * Rows from before effective dating read with a blank
      * effective term, which means "since forever".
      * A row may also be keyed by residency (RESIDENCY-RECORD.cpy):
      * for a student of that status the program's rows for it are
      * the ones that count, and only a program with none in force
      * falls back to its blank-residency rows - so every row from
      * before differential tuition, read with a blank residency,
      * still prices everybody.
      *****************************************************************
       01 RATE-RECORD.
           05 RATE-PROGRAM-CODE PIC X(6).
           05 RATE-FLAT-FEE     PIC 9(4)V99.
           05 FILLER            PIC X VALUE SPACE.
           05 RATE-EFFECTIVE-TERM PIC X(6).
           05 FILLER            PIC X VALUE SPACE.
      *        'D' domestic, 'P' permanent resident, 'I'
      *        international; blank = any residency.
           05 RATE-RESIDENCY    PIC X(1).
