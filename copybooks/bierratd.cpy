      * BIER-RATING-DELTA layout, the one-rating request a program
      * hands the shared BIERRATE subroutine:
      *     CALL "BIERRATE" USING BIER-RATING-DELTA
      * BRD-ACTION is W (rate the entry, replacing any earlier score
      * for it) or D (the entry itself was removed - drop its
      * rating).  BRD-RESULT comes back Y when BIER.RAT was changed,
      * N when there was nothing to do or the file could not be
      * written (already explained on the console).  COPY this into
      * WORKING-STORAGE in the caller.
       01  BIER-RATING-DELTA.
           03  BRD-ACTION                         PIC X(01).
               88  BRD-ACTION-WRITE               VALUE "W".
               88  BRD-ACTION-DELETE              VALUE "D".
           03  BRD-USER-ID                        PIC X(08).
           03  BRD-TIMESTAMP                      PIC 9(14).
           03  BRD-BEVERAGE                       PIC X(16).
           03  BRD-SCORE                          PIC 9(01).
           03  BRD-NOTE                           PIC X(40).
           03  BRD-RESULT                         PIC X(01).
               88  BRD-DONE                       VALUE "Y".
