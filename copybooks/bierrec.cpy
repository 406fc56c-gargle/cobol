      * so two drinkers logging in the same second no longer collide
      * on a duplicate key; one timestamp can hold one entry per
      * BIER-USER-ID.
      * BIER-USER-ID is also an alternate key WITH DUPLICATES on
      * BIER.FILE and every generation, so the per-user reports can
      * START on one drinker's entries instead of reading everyone's.
      * records sharing a user come back in the order they were
      * written, not timestamp order - sort them if the order matters.
       01  BIER-RECORD.
           03  BIER-KEY.
               05  BIER-TIMESTAMP-NUMERIC         PIC 9(14).            is a date in 8 positions and a
