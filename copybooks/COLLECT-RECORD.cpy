      * promised-by date), and the contact history summary.  The
      * sticky notes, in other words.  COLLECT-DESK maintains the
      * rows as collectors work; COLLECT-MONITOR flags promises
      * PAYMENTS.dat never backed up and escalates the dunning
      * stage, writing the stage letters.
      *****************************************************************
       01 COLLECT-RECORD.
