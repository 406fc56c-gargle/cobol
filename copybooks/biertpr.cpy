      * BIER-TAPER-AREA layout, the call area of the shared BIERTAPR
      * taper-plan lookup:
      *     CALL "BIERTAPR" USING BIER-TAPER-AREA
      * the caller fills TPR-USER-ID and TPR-DATE; BIERTAPR finds the
      * user's plan on BIER.TAPR (registered with BIER-PLEDGE TAPER),
      * works out which week of it the date falls in and hands back
      * that week's target with the standard units BIER.DAY has for
      * the user from the week's first day up to and including the
      * date.  TPR-STATE is space when no plan covers the date.  COPY
      * this into WORKING-STORAGE in the caller.
       01  BIER-TAPER-AREA.
           03  TPR-USER-ID                        PIC X(08).
           03  TPR-DATE                           PIC 9(08).            YYYYMMDD
           03  TPR-STATE                          PIC X(01).
               88  TPR-NO-PLAN                    VALUE SPACE.
               88  TPR-WITHIN-TARGET              VALUE "U".
               88  TPR-OVER-TARGET                VALUE "O".
           03  TPR-WEEK-NO                        PIC 9(02).            1 = the plan's first week
           03  TPR-WEEK-COUNT                     PIC 9(02).            weeks in the plan
           03  TPR-WEEK-START                     PIC 9(08).            first day of TPR-WEEK-NO
           03  TPR-WEEK-TARGET                    PIC 9(03)V9.          standard units for the week
           03  TPR-WEEK-UNITS                     PIC 9(04)V99.         logged so far that week
