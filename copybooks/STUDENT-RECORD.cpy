               10 STUDENT-SURNAME    PIC X(20).
               10 STUDENT-GIVEN-NAME PIC X(20).
           05 PROGRAM-OF-STUDY PIC X(6).
      *        'A' = active, 'W' = withdrawn/deactivated, 'L' =
      *        on an approved leave of absence (LEAVES.txt) - away
      *        but still ours, neither active nor withdrawn.
           05 STATUS-CODE      PIC X(1).
      *        Academic standing as of the last term-end run of
      *        ACADEMIC-STANDING: 'G' = good standing, 'P' =
