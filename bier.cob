       PROGRAM-ID. BIER.
      * cobc -x -Wall bier.cob fstatmsg.cob bierjrnl.cob biercal.cob
      *                 opsjrnl.cob bierday.cob bierstck.cob
      *                 bierpcls.cob biertapr.cob bierntfy.cob
      *                 bierpin.cob bierhash.cob bierrate.cob
      *                 biermsg.cob bierenv.cob -I copybooks
      *                 -T bier.lst
      *
      * usage: bier [BACKDATE timestamp]
      *        bier GUEST guest-name
      *   BACKDATE lets you log a beer against an earlier YYYYMMDDHHMMSS
      *   timestamp instead of right now, for a missed entry - unless
      *   that month has been closed by BIER-CLOSE.
      *   GUEST logs a drink for a named visitor on the BIER.GST guest
      *   ledger, tied to the calling host's own BIER-USER-ID: the
      *   beverage is validated against BIER.BEV and BIER-SPEND prices
      * day's accumulated standard-drink units rather than a raw
      * record count, so a 9% tripel no longer counts the same as a
      * 4% lager.  without BIER.BEV everything behaves as before.
      *
      * a user on a taper plan (BIER-PLEDGE TAPER) is told after
      * every entry which week of the plan they are in and where
      * the week's BIER.DAY units stand against that week's target.
      *
      * a user whose body weight is on BIER.USR (BIER-USERMAINT
      * BODY) also gets an estimated blood-alcohol level from the
      * drinks of the last 24 hours - Widmark, with elimination over
      * the time between them - and the clock time it should drop
      * below the legal limit.  it is an estimate and says so.
      *
      * the entry that takes a user past their monthly budget also
      * sends them an e-mail notice through BIERNTFY (type BUDGET).
      *   the user named by BIER_USER signs on with the PIN held on
      * BIER.USR (BIERPIN) before the entry is taken.
      *   with BIER_RATING set to a score from 1 to 5 the drink is
      * rated as it is logged, with BIER_NOTE as the tasting note
      * (BIERRATE, the BIER.RAT ratings file that BIER-RATE REPORT
      * reads).  any other BIER_RATING turns the entry away, so a
      * typo never lands as a score; guest drinks take no rating.
      *   what the drinker reads on the console comes from the BIER.MSG
      * catalog through BIERMSG, in the language BIER-USERMAINT LANG
      * set for them (BIER_LANG before they are known), English where
      * there is no translation.  file and status errors meant for
      * the operator stay as they are.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-BEVERAGE ASSIGN TO "BIER.BEV"
               ORGANIZATION IS INDEXED
       FD  BIER-ROUND.
       01  ROUND-LINE                             PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  ROUND-LINE-FIELDS.
           03  RL-TIMESTAMP                       PIC X(14).
           03  RL-BUYER-ID                        PIC X(08).
               05  BC-CODE                        PIC X(16).
               05  BC-UNITS                       PIC 9V99.
               05  BC-ABV                         PIC 9(02)V9.
               05  BC-VOLUME                      PIC 9(04).
               05  BC-PRICE                       PIC 9(03)V99.
               05  BC-DISC-DATE                   PIC 9(08).
               05  BC-SUCCESSOR                   PIC X(16).
       77  WS-LOOKUP-CODE                         PIC X(16).
       77  WS-TODAY-UNITS                         PIC 9(04)V99.
       77  WS-TODAY-UNITS-OUT                     PIC ZZZ9.99.
       77  WS-TAPER-TARGET-OUT                    PIC ZZ9.9.
       77  WS-TAPER-UNITS-OUT                     PIC ZZZ9.99.
       77  WS-TODAY-AF-COUNT                      PIC 9(02) VALUE 0.
       77  WS-AF-COUNT-OUT                        PIC Z9.
       77  WS-ALC-COUNTER                         PIC 9(02).
           88  WS-ENTRY-AF                        VALUE "Y".
       77  WS-UNITS-EOF-SW                        PIC X(01).
           88  WS-UNITS-EOF                       VALUE "Y".
      * blood-alcohol estimate (Widmark): promille = grams of
      * alcohol / (body water factor * kg), falling by a steady
      * elimination rate per hour.  the factors and the 0.5 promille
      * limit are the published averages, not anyone's measurement.
       77  WS-BODY-WEIGHT-KG                      PIC 9(03) VALUE 0.
       77  WS-BODY-SEX                            PIC X(01) VALUE SPACE.
       77  WS-BAC-WATER-FACTOR                    PIC 9V99.
       77  WS-BAC-ELIMINATION-RATE                PIC 9V99 VALUE 0.15.
       77  WS-BAC-LEGAL-LIMIT                     PIC 9V99 VALUE 0.50.
       77  WS-BAC-PROMILLE                        PIC 9(02)V9(04).
       77  WS-BAC-DRINK-PROMILLE                  PIC 9(02)V9(04).
       77  WS-BAC-DECAY                           PIC 9(03)V9(04).
       77  WS-BAC-DRINK-SECONDS                   PIC S9(12).
       77  WS-BAC-LAST-SECONDS                    PIC S9(12).
       77  WS-BAC-ENTRY-SECONDS                   PIC S9(12).
       77  WS-BAC-CLEAR-SECONDS                   PIC S9(12).
       77  WS-BAC-CLEAR-DATE                      PIC 9(08).
       77  WS-BAC-CLEAR-DAYS                      PIC 9(07).
       77  WS-BAC-CLEAR-REST                      PIC 9(05).
       01  WS-BAC-CLEAR-TIME-DATA.
           03  WS-BAC-CLEAR-TIME                  PIC 9(06).
           03  FILLER REDEFINES WS-BAC-CLEAR-TIME.
               05  WS-BAC-CLEAR-HOURS             PIC 9(02).
               05  WS-BAC-CLEAR-MINUTES           PIC 9(02).
               05  FILLER                         PIC 9(02).
       77  WS-BAC-SCAN-START                      PIC 9(14).
       77  WS-BAC-DRINK-COUNT                     PIC 9(03) VALUE 0.
       77  WS-BAC-OUT                             PIC Z9.99.
       77  WS-BAC-LIMIT-OUT                       PIC 9.99.
       77  BEV-STAT                                PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  FILE-STAT                               PIC X(02).
       77  WS-CAT-EOF-SW                          PIC X(01).
           88  WS-CAT-EOF                         VALUE "Y".
       77  WS-CAL-DAY-TYPE                        PIC X(01).
       77  WS-PERIOD-STATE                        PIC X(01).
       77  WS-STOCK-QUANTITY                      PIC S9(03).
       COPY "bierjrn.cpy".
       COPY "bierdayd.cpy".
       COPY "biertpr.cpy".
       COPY "biernot.cpy".
       77  WS-QUIESCE-SW                          PIC X(01) VALUE "N".
           88  WS-QUIESCE-HELD                    VALUE "Y".
       77  WS-PIN-MODE                            PIC X(01) VALUE "I".
       77  WS-PIN-KEY                             PIC X(16) VALUE SPACE.
      * R, U and P: nothing to check against yet (see BIERPIN)
       77  WS-PIN-RESULT                          PIC X(01).
           88  WS-PIN-OK                          VALUE "Y" "R" "U" "P".
       77  WS-RATING-ARG                          PIC X(02).
       77  WS-RATING-NOTE                         PIC X(40).
       COPY "bierratd.cpy".
       COPY "biermsgd.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0003-CHECK-QUIESCE.
           PERFORM 0005-READ-CONTROL.
           PERFORM 0006-GET-ARGUMENTS.
           MOVE WS-CURRENT-DATE TO WS-REAL-CURRENT-DATE.
           IF WS-RUN-MODE = "BACKDATE"
               PERFORM 0007-APPLY-BACKDATE.
           PERFORM 0007-CHECK-CLOSED-PERIOD.
           PERFORM 0008-GET-IDENTITY.
           PERFORM 0004-CHECK-PIN.
           PERFORM 0016-CHECK-REGISTRY.
           PERFORM 0012-LOAD-CATALOG.
           PERFORM 0013-VALIDATE-BEVERAGE.
           PERFORM 0013-CHECK-RATING.
           IF WS-RUN-MODE = "GUEST"
               PERFORM 0400-LOG-GUEST-ENTRY
               GO TO 9999-EXIT
           PERFORM 0200-PROCESS-ONE-BIER.
           PERFORM 0250-WRITE-TRAILER.
           PERFORM 0260-SUM-TODAY-UNITS.
           PERFORM 0265-ESTIMATE-BLOOD-ALCOHOL.
           PERFORM 0090-CLOSE-FILE.
           PERFORM 0091-CLOSE-TRAILER.
           PERFORM 0095-RELEASE-LOCK.
           PERFORM 0315-CHECK-MONTH-BUDGET.
           PERFORM 0320-CHECK-ALERT.
           PERFORM 0330-DISPLAY-GOAL-PROGRESS.
           PERFORM 0335-DISPLAY-TAPER-STANDING.
           GO TO 9999-EXIT.
       0003-CHECK-QUIESCE.
      *    the operator's batch-window hold (see BIER-QUIESCE) -
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0004-CHECK-PIN.
      *    the sign-on PIN on BIER.USR (see BIERPIN)
           CALL "BIERPIN" USING WS-PIN-MODE WS-USER-ID WS-PIN-KEY
                                WS-PIN-RESULT.
           IF NOT WS-PIN-OK
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0005-READ-CONTROL.
      *    defaults used when there is no BIER.CTL on the shared drive
           MOVE 14400 TO BCTL-SAME-DAY-SECONDS.
                       MOVE SPACES TO WS-ARG-GUEST
               END-ACCEPT
               IF WS-ARG-GUEST = SPACES
                   INITIALIZE BIER-MESSAGE-AREA
                   MOVE 1001 TO BMSG-NUMBER
                   MOVE "GUEST NEEDS A GUEST NAME" TO BMSG-TEXT
                   PERFORM 0980-SHOW-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               MOVE WS-ARG-TIMESTAMP(13:2) TO WS-CURRENT-SECONDS
               MOVE 0 TO WS-CURRENT-MILLISECONDS
           ELSE
               INITIALIZE BIER-MESSAGE-AREA
               MOVE 1002 TO BMSG-NUMBER
               MOVE "BACKDATE NEEDS A YYYYMMDDHHMMSS TIMESTAMP"
                   TO BMSG-TEXT
               PERFORM 0980-SHOW-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0007-CHECK-CLOSED-PERIOD.
      *    a month frozen by BIER-CLOSE takes no more entries - in
      *    practice only a BACKDATE can reach one, but the entry's own
      *    date is what counts, so every entry asks
           CALL "BIERPCLS" USING WS-CURRENT-DATE WS-PERIOD-STATE.
           IF WS-PERIOD-STATE = "C"
               INITIALIZE BIER-MESSAGE-AREA
               MOVE 1003 TO BMSG-NUMBER
               MOVE "PERIOD &1 IS CLOSED - NO ENTRIES DATED INSIDE IT (A
      -             " SUPERVISOR CAN BIER-CLOSE REOPEN IT)" TO BMSG-TEXT
               MOVE WS-CURRENT-DATE(1:6) TO BMSG-ARG(1)
               PERFORM 0980-SHOW-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-SITE-ID = SPACES
               MOVE "HQ" TO WS-SITE-ID
           END-IF.
           MOVE SPACES TO WS-RATING-ARG WS-RATING-NOTE.
           DISPLAY "BIER_RATING" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RATING-ARG FROM ENVIRONMENT-VALUE.
           DISPLAY "BIER_NOTE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RATING-NOTE FROM ENVIRONMENT-VALUE.
       0009-ACQUIRE-LOCK.
      *    BIER.LCK is opened in exclusive lock mode, so a second
      *    run's OPEN fails outright (status 61) instead of racing
           PERFORM 0009-LOCK-ATTEMPT
               UNTIL WS-LOCK-OK OR WS-LOCK-RETRY > 10.
           IF NOT WS-LOCK-OK
               INITIALIZE BIER-MESSAGE-AREA
               MOVE 1004 TO BMSG-NUMBER
               MOVE "BIER.FILE IS LOCKED BY ANOTHER RUN, GIVING UP"
                   TO BMSG-TEXT
               PERFORM 0980-SHOW-MESSAGE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
                   MOVE BBEV-STANDARD-UNITS
                       TO BC-UNITS(WS-BEV-CAT-COUNT)
                   MOVE BBEV-ABV-PERCENT TO BC-ABV(WS-BEV-CAT-COUNT)
                   MOVE BBEV-VOLUME-ML TO BC-VOLUME(WS-BEV-CAT-COUNT)
                   MOVE BBEV-UNIT-PRICE TO BC-PRICE(WS-BEV-CAT-COUNT)
                   MOVE BBEV-DISCONTINUED-DATE
                       TO BC-DISC-DATE(WS-BEV-CAT-COUNT)
               IF WS-BEV-FOUND-YES
                       AND BC-DISC-DATE(WS-BEV-IDX) NOT = 0
                       AND WS-CURRENT-DATE >= BC-DISC-DATE(WS-BEV-IDX)
                   INITIALIZE BIER-MESSAGE-AREA
                   MOVE WS-BEVERAGE-TYPE TO BMSG-ARG(1)
                   MOVE BC-DISC-DATE(WS-BEV-IDX) TO BMSG-ARG(2)
                   IF BC-SUCCESSOR(WS-BEV-IDX) NOT = SPACES
                       MOVE 1005 TO BMSG-NUMBER
                       MOVE "&1 WAS RETIRED ON &2 - TRY &3 INSTEAD"
                           TO BMSG-TEXT
                       MOVE BC-SUCCESSOR(WS-BEV-IDX) TO BMSG-ARG(3)
                   ELSE
                       MOVE 1006 TO BMSG-NUMBER
                       MOVE "&1 WAS RETIRED ON &2 - PICK SOMETHING STILL
      -                     " SERVED" TO BMSG-TEXT
                   END-IF
                   PERFORM 0980-SHOW-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               IF NOT WS-BEV-FOUND-YES
                   INITIALIZE BIER-MESSAGE-AREA
                   MOVE 1007 TO BMSG-NUMBER
                   MOVE "UNKNOWN BEVERAGE ""&1"" - VALID CODES ON BIER.B
      -                 "EV ARE:" TO BMSG-TEXT
                   MOVE WS-BEVERAGE-TYPE TO BMSG-ARG(1)
                   PERFORM 0980-SHOW-MESSAGE
                   MOVE 1 TO WS-BEV-IDX
                   PERFORM 0015-LIST-CATALOG-CODE
                       UNTIL WS-BEV-IDX > WS-BEV-CAT-COUNT
                   GO TO 9999-EXIT
               END-IF
           END-IF.
       0013-CHECK-RATING.
      *    checked before anything is written, the same as the
      *    beverage code - a bad score must not leave a half-rated
      *    entry behind
           IF WS-RATING-ARG = SPACES
               CONTINUE
           ELSE
               IF WS-RUN-MODE = "GUEST"
                   INITIALIZE BIER-MESSAGE-AREA
                   MOVE 1008 TO BMSG-NUMBER
                   MOVE "GUEST DRINKS ARE NOT RATED - BIER_RATING IGNORE
      -                 "D" TO BMSG-TEXT
                   PERFORM 0980-SHOW-MESSAGE
                   MOVE SPACES TO WS-RATING-ARG
               ELSE
                   IF WS-RATING-ARG(2:1) NOT = SPACE
                           OR WS-RATING-ARG(1:1) < "1"
                           OR WS-RATING-ARG(1:1) > "5"
                       INITIALIZE BIER-MESSAGE-AREA
                       MOVE 1009 TO BMSG-NUMBER
                       MOVE "BIER_RATING MUST BE A SCORE FROM 1 TO 5"
                           TO BMSG-TEXT
                       PERFORM 0980-SHOW-MESSAGE
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
                   END-IF
               END-IF
           END-IF.
       0014-FIND-CATALOG-CODE.
           MOVE "N" TO WS-BEV-FOUND-SW.
           MOVE 1 TO WS-BEV-IDX.
      *    user's own limits, when set, replace the shared BIER.CTL
      *    values for the rest of the run.
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE WS-USER-ID TO BUSR-USER-ID
               READ BIER-REGISTRY
                   KEY IS BUSR-USER-ID
                   INVALID KEY
                       CLOSE BIER-REGISTRY
                       INITIALIZE BIER-MESSAGE-AREA
                       MOVE 1010 TO BMSG-NUMBER
                       MOVE "&1 IS NOT ON THE USER REGISTRY (BIER.USR) -
      -                     " SEE BIER-USERMAINT" TO BMSG-TEXT
                       MOVE WS-USER-ID TO BMSG-ARG(1)
                       PERFORM 0980-SHOW-MESSAGE
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
               END-READ
               IF BUSR-INACTIVE
                   CLOSE BIER-REGISTRY
                   INITIALIZE BIER-MESSAGE-AREA
                   MOVE 1011 TO BMSG-NUMBER
                   MOVE "&1 IS DEACTIVATED ON THE USER REGISTRY"
                       TO BMSG-TEXT
                   MOVE WS-USER-ID TO BMSG-ARG(1)
                   PERFORM 0980-SHOW-MESSAGE
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
                       TO BCTL-MONTHLY-GOAL-DAYS
               END-IF
               MOVE BUSR-MONTH-BUDGET TO WS-MONTH-BUDGET
               MOVE BUSR-BODY-WEIGHT-KG TO WS-BODY-WEIGHT-KG
               MOVE BUSR-SEX TO WS-BODY-SEX
               CLOSE BIER-REGISTRY
           END-IF.
       0017-CHECK-PLEDGE.
                   END-IF
           END-READ.
       0019-PLEDGE-HIT.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 1012 TO BMSG-NUMBER.
           MOVE "*** YOU PLEDGED A DRY SPELL FROM &1 TO &2 ***"
               TO BMSG-TEXT.
           MOVE PL-START-DATE TO BMSG-ARG(1).
           MOVE PL-END-DATE TO BMSG-ARG(2).
           PERFORM 0980-SHOW-MESSAGE.
           INITIALIZE BIER-MESSAGE-AREA.
           IF PL-MODE = "R"
               MOVE 1013 TO BMSG-NUMBER
               MOVE "ENTRY REFUSED - YOUR OWN PLEDGE SAYS NO."
                   TO BMSG-TEXT
               PERFORM 0980-SHOW-MESSAGE
               CLOSE PLEDGE-FILE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           ELSE
               MOVE 1014 TO BMSG-NUMBER
               MOVE "LOGGING IT ANYWAY - THE ADHERENCE REPORT WILL REMEM
      -             "BER." TO BMSG-TEXT
               PERFORM 0980-SHOW-MESSAGE
           END-IF.
       0020-READ-TRAILER.
      *    BIER.TRL is keyed on BTRL-USER-ID, so each drinker reads
       0038-CATALOG-GENERATION.
      *    one line per generation: period, file name, record count,
      *    first and last timestamp - the inventory that finally
      *    notices when a disk cleanup eats BIER.FILE.YYYYMM - and
      *    USERKEY, since the live file the generation was renamed
      *    from carries the alternate key on BIER-USER-ID
           OPEN EXTEND BIER-CATALOG.
           IF CAT-STAT = "35"
               CLOSE BIER-CATALOG
                       WS-CAT-FIRST-TS DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-CAT-LAST-TS DELIMITED BY SIZE
                       " USERKEY" DELIMITED BY SIZE
                   INTO CATALOG-LINE
               WRITE CATALOG-LINE
               CLOSE BIER-CATALOG
                     - WS-PREV-SECONDS
               IF WS-SEC-DIFF >= 0 AND
                       WS-SEC-DIFF < BCTL-SAME-DAY-SECONDS
                   INITIALIZE BIER-MESSAGE-AREA
                   MOVE 1020 TO BMSG-NUMBER
                   MOVE "YOU HAD A BEER TODAY AT &1" TO BMSG-TEXT
                   STRING WS-PREV-HOURS ":" WS-PREV-MINUTES ":"
                           WS-PREV-SECONDS DELIMITED BY SIZE
                       INTO BMSG-ARG(1)
                   PERFORM 0980-SHOW-MESSAGE
                   MOVE "N" TO WS-NEW-SESSION-SW
               END-IF
           END-IF.
           PERFORM 0205-JOURNAL-RECORD-WRITE.
           PERFORM 0206-MAINTAIN-DAY-FILE.
           PERFORM 0207-DRAW-DOWN-STOCK.
           IF WS-RATING-ARG NOT = SPACES
               PERFORM 0208-RECORD-RATING
           END-IF.
       0205-JOURNAL-RECORD-WRITE.
      *    journalled only after the WRITE has landed (a duplicate
      *    key never comes back here), so BIER.JRN records what was
      *    BIER.STK exists (see BIER-STOCK)
           MOVE -1 TO WS-STOCK-QUANTITY.
           CALL "BIERSTCK" USING WS-BEVERAGE-TYPE WS-STOCK-QUANTITY.
       0208-RECORD-RATING.
      *    the score goes against the entry just written, so a later
      *    BIER-RATE of the same timestamp replaces it rather than
      *    counting the drink twice
           INITIALIZE BIER-RATING-DELTA.
           MOVE "W" TO BRD-ACTION.
           MOVE WS-USER-ID TO BRD-USER-ID.
           MOVE WS-CURRENT-TIMESTAMP-NUMERIC TO BRD-TIMESTAMP.
           MOVE WS-BEVERAGE-TYPE TO BRD-BEVERAGE.
           MOVE WS-RATING-ARG(1:1) TO BRD-SCORE.
           MOVE WS-RATING-NOTE TO BRD-NOTE.
           CALL "BIERRATE" USING BIER-RATING-DELTA.
           IF BRD-DONE
               INITIALIZE BIER-MESSAGE-AREA
               MOVE 1021 TO BMSG-NUMBER
               MOVE "RATED &1 &2 OUT OF 5" TO BMSG-TEXT
               MOVE WS-BEVERAGE-TYPE TO BMSG-ARG(1)
               MOVE BRD-SCORE TO BMSG-ARG(2)
               PERFORM 0980-SHOW-MESSAGE
           END-IF.
       0210-DUPLICATE-KEY.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 1022 TO BMSG-NUMBER.
           MOVE "YOU ALREADY HAVE A RECORD FOR THAT EXACT TIMESTAMP, TRY
      -         " AGAIN" TO BMSG-TEXT.
           PERFORM 0980-SHOW-MESSAGE.
           PERFORM 0090-CLOSE-FILE.
           PERFORM 0095-RELEASE-LOCK.
           MOVE 12 TO RETURN-CODE.
                   END-IF
               END-IF
           END-IF.
       0265-ESTIMATE-BLOOD-ALCOHOL.
      *    every catalogued alcoholic drink the user logged in the 24
      *    hours up to this entry, oldest first: each adds its own
      *    grams over body water, and the time since the previous
      *    one is burned off first, so an earlier session that has
      *    long worn off counts for nothing.  no weight, no catalog
      *    or a BACKDATE entry means no estimate (0305 explains).
           MOVE 0 TO WS-BAC-PROMILLE WS-BAC-DRINK-COUNT.
           IF WS-BODY-WEIGHT-KG > 0 AND WS-CATALOG-ON-FILE
                   AND WS-RUN-MODE NOT = "BACKDATE"
               IF WS-BODY-SEX = "M"
                   MOVE 0.68 TO WS-BAC-WATER-FACTOR
               ELSE
      *            the lower factor when sex is not given - the
      *            estimate errs on the side of staying off the road
                   MOVE 0.55 TO WS-BAC-WATER-FACTOR
               END-IF
               COMPUTE WS-BAC-ENTRY-SECONDS =
                       INTEGER-OF-DATE(WS-CURRENT-DATE) * 86400
                       + WS-CURRENT-HOURS * 3600
                       + WS-CURRENT-MINUTES * 60 + WS-CURRENT-SECONDS
               MOVE WS-BAC-ENTRY-SECONDS TO WS-BAC-LAST-SECONDS
               COMPUTE WS-BAC-SCAN-START =
                       DATE-OF-INTEGER(INTEGER-OF-DATE(WS-CURRENT-DATE)
                       - 1) * 1000000
                       + WS-CURRENT-TIMESTAMP-NUMERIC - WS-CURRENT-DATE
                       * 1000000
               MOVE WS-BAC-SCAN-START TO BIER-TIMESTAMP-NUMERIC
               MOVE SPACES TO BIER-USER-ID
               MOVE "N" TO WS-UNITS-EOF-SW
               START BIER KEY IS NOT LESS THAN BIER-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-UNITS-EOF-SW
               END-START
               PERFORM 0266-ADD-ONE-DRINK
                   UNTIL WS-UNITS-EOF
               PERFORM 0267-BURN-OFF-ALCOHOL
           END-IF.
       0266-ADD-ONE-DRINK.
           READ BIER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-UNITS-EOF-SW
           END-READ.
           IF NOT WS-UNITS-EOF
               IF BIER-TIMESTAMP-NUMERIC > WS-CURRENT-TIMESTAMP-NUMERIC
                   MOVE "Y" TO WS-UNITS-EOF-SW
               ELSE
                   IF BIER-USER-ID = WS-USER-ID
                       MOVE BIER-BEVERAGE-TYPE TO WS-LOOKUP-CODE
                       PERFORM 0014-FIND-CATALOG-CODE
                       IF WS-BEV-FOUND-YES AND BC-ABV(WS-BEV-IDX) > 0
                           COMPUTE WS-BAC-DRINK-SECONDS =
                                   INTEGER-OF-DATE(BIER-DATE-NUMERIC)
                                   * 86400 + BIER-TIME-HOURS * 3600
                                   + BIER-TIME-MINUTES * 60
                                   + BIER-TIME-SECONDS
                           IF WS-BAC-DRINK-COUNT = 0
                               MOVE WS-BAC-DRINK-SECONDS
                                   TO WS-BAC-LAST-SECONDS
                           END-IF
                           PERFORM 0267-BURN-OFF-ALCOHOL
      *                    grams = ml * ABV% / 100 * 0.789 g/ml
                           COMPUTE WS-BAC-DRINK-PROMILLE ROUNDED =
                                   BC-VOLUME(WS-BEV-IDX)
                                   * BC-ABV(WS-BEV-IDX) * 0.00789
                                   / (WS-BAC-WATER-FACTOR
                                      * WS-BODY-WEIGHT-KG)
                           ADD WS-BAC-DRINK-PROMILLE
                               TO WS-BAC-PROMILLE
                           ADD 1 TO WS-BAC-DRINK-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
       0267-BURN-OFF-ALCOHOL.
      *    elimination from WS-BAC-LAST-SECONDS up to the drink in
      *    hand (or, called last, up to this entry) - never below 0
           IF WS-BAC-DRINK-COUNT = 0
               CONTINUE
           ELSE
               IF WS-BAC-DRINK-SECONDS < WS-BAC-LAST-SECONDS
                       OR WS-UNITS-EOF
                   MOVE WS-BAC-ENTRY-SECONDS TO WS-BAC-DRINK-SECONDS
               END-IF
               COMPUTE WS-BAC-DECAY ROUNDED =
                       (WS-BAC-DRINK-SECONDS - WS-BAC-LAST-SECONDS)
                       * WS-BAC-ELIMINATION-RATE / 3600
               IF WS-BAC-DECAY >= WS-BAC-PROMILLE
                   MOVE 0 TO WS-BAC-PROMILLE
               ELSE
                   SUBTRACT WS-BAC-DECAY FROM WS-BAC-PROMILLE
               END-IF
           END-IF.
           IF WS-BAC-DRINK-SECONDS > WS-BAC-LAST-SECONDS
               MOVE WS-BAC-DRINK-SECONDS TO WS-BAC-LAST-SECONDS
           END-IF.
       0090-CLOSE-FILE.
           CLOSE BIER.
       0091-CLOSE-TRAILER.
           CALL "SYSTEM" USING "rm -f BIER.LCK".
       0300-DISPLAY-STATISTICS.
           MOVE WS-BIER-COUNTER TO WS-BIER-COUNTER-OUT.
      *    singular and plural are two texts, since not every
      *    language makes its plural with an S on the end
           INITIALIZE BIER-MESSAGE-AREA.
           IF WS-BIER-COUNTER > 1
               MOVE 1031 TO BMSG-NUMBER
               MOVE "YOU (&1) ARE HAVING &2 &3S.  YOUR LAST ONE WAS AT &
      -             "4." TO BMSG-TEXT
           ELSE
               MOVE 1030 TO BMSG-NUMBER
               MOVE "YOU (&1) ARE HAVING &2 &3.  YOUR LAST ONE WAS AT &4
      -             "." TO BMSG-TEXT
           END-IF.
           MOVE WS-USER-ID TO BMSG-ARG(1).
           MOVE WS-BIER-COUNTER-OUT TO BMSG-ARG(2).
           MOVE WS-BEVERAGE-TYPE TO BMSG-ARG(3).
           STRING WS-CURRENT-HOURS ":" WS-CURRENT-MINUTES ":"
                   WS-CURRENT-SECONDS DELIMITED BY SIZE
               INTO BMSG-ARG(4).
           PERFORM 0980-SHOW-MESSAGE.
           MOVE BTRL-SESSION-COUNT TO WS-SESSION-COUNTER-OUT.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 1032 TO BMSG-NUMBER.
           MOVE "THAT'S &1 THIS SESSION." TO BMSG-TEXT.
           MOVE WS-SESSION-COUNTER-OUT TO BMSG-ARG(1).
           PERFORM 0980-SHOW-MESSAGE.
           IF WS-TODAY-AF-COUNT > 0
               MOVE WS-TODAY-AF-COUNT TO WS-AF-COUNT-OUT
               INITIALIZE BIER-MESSAGE-AREA
               MOVE 1033 TO BMSG-NUMBER
               MOVE "OF TODAY'S ENTRIES, &1 WERE ALCOHOL-FREE."
                   TO BMSG-TEXT
               MOVE WS-AF-COUNT-OUT TO BMSG-ARG(1)
               PERFORM 0980-SHOW-MESSAGE
           END-IF.
      *    the shared BIER.CAL calendar knows whether this entry's
      *    day is a working day - weekends, holidays and team-event
      *    days are spared the nudge
           CALL "BIERCAL" USING WS-CURRENT-DATE WS-CAL-DAY-TYPE.
           IF WS-CAL-DAY-TYPE = "W" AND NOT WS-ENTRY-AF
               INITIALIZE BIER-MESSAGE-AREA
               MOVE 1034 TO BMSG-NUMBER
               MOVE "(SCHOOL NIGHT - MAYBE MAKE THIS A QUIET ONE.)"
                   TO BMSG-TEXT
               PERFORM 0980-SHOW-MESSAGE
           END-IF.
           PERFORM 0305-DISPLAY-BLOOD-ALCOHOL.
       0305-DISPLAY-BLOOD-ALCOHOL.
      *    a backdated entry is history, not a question about the
      *    drive home, so it gets no estimate at all
           IF WS-RUN-MODE = "BACKDATE"
               CONTINUE
           ELSE
               IF WS-BODY-WEIGHT-KG = 0
                   INITIALIZE BIER-MESSAGE-AREA
                   MOVE 1040 TO BMSG-NUMBER
                   MOVE "BLOOD-ALCOHOL ESTIMATE NOT CONFIGURED - NO BODY
      -                 " WEIGHT ON BIER.USR (BIER-USERMAINT BODY)"
                       TO BMSG-TEXT
                   PERFORM 0980-SHOW-MESSAGE
               ELSE
                   IF NOT WS-CATALOG-ON-FILE
                       INITIALIZE BIER-MESSAGE-AREA
                       MOVE 1041 TO BMSG-NUMBER
                       MOVE "BLOOD-ALCOHOL ESTIMATE NOT AVAILABLE - NO B
      -                     "IER.BEV BEVERAGE MASTER" TO BMSG-TEXT
                       PERFORM 0980-SHOW-MESSAGE
                   ELSE
                       PERFORM 0306-SHOW-BAC-ESTIMATE
                   END-IF
               END-IF
           END-IF.
       0306-SHOW-BAC-ESTIMATE.
           MOVE WS-BAC-PROMILLE TO WS-BAC-OUT.
           MOVE WS-BAC-LEGAL-LIMIT TO WS-BAC-LIMIT-OUT.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 1042 TO BMSG-NUMBER.
           MOVE "ESTIMATED BLOOD ALCOHOL NOW: &1 PROMILLE (LEGAL DRIVING
      -         " LIMIT &2)" TO BMSG-TEXT.
           MOVE WS-BAC-OUT TO BMSG-ARG(1).
           MOVE WS-BAC-LIMIT-OUT TO BMSG-ARG(2).
           PERFORM 0980-SHOW-MESSAGE.
           INITIALIZE BIER-MESSAGE-AREA.
           IF WS-BAC-PROMILLE < WS-BAC-LEGAL-LIMIT
               MOVE 1043 TO BMSG-NUMBER
               MOVE "THAT IS BELOW THE LIMIT - BUT IT IS ONLY AN ESTIMAT
      -             "E. IF IN DOUBT, DON'T DRIVE." TO BMSG-TEXT
               PERFORM 0980-SHOW-MESSAGE
           ELSE
               COMPUTE WS-BAC-CLEAR-SECONDS =
                       WS-BAC-ENTRY-SECONDS
                       + (WS-BAC-PROMILLE - WS-BAC-LEGAL-LIMIT)
                       / WS-BAC-ELIMINATION-RATE * 3600 + 59
               MOVE 0 TO WS-BAC-CLEAR-TIME
               DIVIDE WS-BAC-CLEAR-SECONDS BY 86400
                   GIVING WS-BAC-CLEAR-DAYS
                   REMAINDER WS-BAC-CLEAR-REST
               COMPUTE WS-BAC-CLEAR-DATE =
                       DATE-OF-INTEGER(WS-BAC-CLEAR-DAYS)
               DIVIDE WS-BAC-CLEAR-REST BY 3600
                   GIVING WS-BAC-CLEAR-HOURS
                   REMAINDER WS-BAC-CLEAR-REST
               DIVIDE WS-BAC-CLEAR-REST BY 60
                   GIVING WS-BAC-CLEAR-MINUTES
               STRING WS-BAC-CLEAR-HOURS ":" WS-BAC-CLEAR-MINUTES
                       DELIMITED BY SIZE
                   INTO BMSG-ARG(1)
               IF WS-BAC-CLEAR-DATE NOT = WS-CURRENT-DATE
                   MOVE 1045 TO BMSG-NUMBER
                   MOVE "*** DO NOT DRIVE - ESTIMATED BELOW THE LIMIT AT
      -                 " &1 ON &2 AT THE EARLIEST ***" TO BMSG-TEXT
                   MOVE WS-BAC-CLEAR-DATE TO BMSG-ARG(2)
               ELSE
                   MOVE 1044 TO BMSG-NUMBER
                   MOVE "*** DO NOT DRIVE - ESTIMATED BELOW THE LIMIT AT
      -                 " &1 AT THE EARLIEST ***" TO BMSG-TEXT
               END-IF
               PERFORM 0980-SHOW-MESSAGE
           END-IF.
       0310-CHECK-DAILY-LIMIT.
      *    the limit is in standard-drink units whenever BIER.BEV
      *    same number - when it doesn't
           IF WS-TODAY-UNITS > BCTL-DAILY-MAX
               MOVE WS-TODAY-UNITS TO WS-TODAY-UNITS-OUT
               INITIALIZE BIER-MESSAGE-AREA
               MOVE 1050 TO BMSG-NUMBER
               MOVE "*** WARNING: DAILY LIMIT OF &1 STANDARD UNITS EXCEE
      -             "DED - YOU ARE AT &2 ***" TO BMSG-TEXT
               MOVE BCTL-DAILY-MAX TO BMSG-ARG(1)
               MOVE WS-TODAY-UNITS-OUT TO BMSG-ARG(2)
               PERFORM 0980-SHOW-MESSAGE
               MOVE 4 TO RETURN-CODE
           END-IF.
       0315-CHECK-MONTH-BUDGET.
               IF WS-MTD-SPEND > WS-MONTH-BUDGET
                   MOVE WS-MONTH-BUDGET TO WS-BUDGET-OUT
                   MOVE WS-MTD-SPEND TO WS-SPEND-OUT
                   INITIALIZE BIER-MESSAGE-AREA
                   MOVE 1051 TO BMSG-NUMBER
                   MOVE "*** BUDGET: THIS ONE TAKES YOU TO &1 EUR THIS M
      -                 "ONTH, PAST YOUR BUDGET OF &2 EUR ***"
                       TO BMSG-TEXT
                   MOVE WS-SPEND-OUT TO BMSG-ARG(1)
                   MOVE WS-BUDGET-OUT TO BMSG-ARG(2)
                   PERFORM 0980-SHOW-MESSAGE
                   MOVE 4 TO RETURN-CODE
                   PERFORM 0318-MAIL-BUDGET-PASSED
               END-IF
           END-IF.
       0318-MAIL-BUDGET-PASSED.
      *    the console says so on every entry past the budget; the
      *    e-mail goes only with the drink that crossed the line, so
      *    the rest of the month doesn't bury the user in notices
           MOVE WS-BEVERAGE-TYPE TO WS-LOOKUP-CODE.
           PERFORM 0014-FIND-CATALOG-CODE.
           IF WS-BEV-FOUND-YES
                   AND WS-MTD-SPEND - BC-PRICE(WS-BEV-IDX)
                       <= WS-MONTH-BUDGET
               INITIALIZE BIER-NOTIFY-AREA
               MOVE WS-USER-ID TO NTF-USER-ID
               MOVE "BUDGET" TO NTF-TYPE
               MOVE "BIER" TO NTF-PROGRAM
               INITIALIZE BIER-MESSAGE-AREA
               MOVE WS-USER-ID TO BMSG-USER-ID
               MOVE 1052 TO BMSG-NUMBER
               MOVE "YOUR MONTHLY BIER BUDGET HAS BEEN PASSED"
                   TO BMSG-TEXT
               CALL "BIERMSG" USING BIER-MESSAGE-AREA
               MOVE BMSG-TEXT TO NTF-SUBJECT
               INITIALIZE BIER-MESSAGE-AREA
               MOVE WS-USER-ID TO BMSG-USER-ID
               MOVE 1053 TO BMSG-NUMBER
               MOVE "THE ENTRY LOGGED AT &1 TOOK YOUR SPEND THIS MONTH T
      -             "O &2 EUR, PAST YOUR BUDGET OF &3 EUR." TO BMSG-TEXT
               MOVE WS-CURRENT-TIMESTAMP-NUMERIC TO BMSG-ARG(1)
               MOVE WS-SPEND-OUT TO BMSG-ARG(2)
               MOVE WS-BUDGET-OUT TO BMSG-ARG(3)
               CALL "BIERMSG" USING BIER-MESSAGE-AREA
               MOVE BMSG-TEXT TO NTF-BODY
               CALL "BIERNTFY" USING BIER-NOTIFY-AREA
           END-IF.
       0316-SUM-MONTH-ENTRIES.
           OPEN INPUT BIER.
           IF FILE-STAT = "00"
                       MOVE 99999 TO WS-GOAL-PERCENT
               END-COMPUTE
               MOVE WS-GOAL-PERCENT TO WS-GOAL-PERCENT-OUT
               INITIALIZE BIER-MESSAGE-AREA
               MOVE 1060 TO BMSG-NUMBER
               MOVE "MONTH TO DATE: &1 DRINKING DAYS AGAINST A GOAL OF &
      -             "2 (&3% OF GOAL USED)" TO BMSG-TEXT
               MOVE BTRL-MONTH-DAYS-LOGGED TO BMSG-ARG(1)
               MOVE BCTL-MONTHLY-GOAL-DAYS TO BMSG-ARG(2)
               MOVE WS-GOAL-PERCENT-OUT TO BMSG-ARG(3)
               PERFORM 0980-SHOW-MESSAGE
           END-IF.
       0335-DISPLAY-TAPER-STANDING.
      *    BIER.DAY has already taken this entry through BIERDAY, so
      *    the week's units BIERTAPR hands back include it
           MOVE WS-USER-ID TO TPR-USER-ID.
           MOVE WS-CURRENT-DATE TO TPR-DATE.
           CALL "BIERTAPR" USING BIER-TAPER-AREA.
           IF NOT TPR-NO-PLAN
               MOVE TPR-WEEK-TARGET TO WS-TAPER-TARGET-OUT
               MOVE TPR-WEEK-UNITS TO WS-TAPER-UNITS-OUT
               INITIALIZE BIER-MESSAGE-AREA
               MOVE 1061 TO BMSG-NUMBER
               MOVE "TAPER PLAN WEEK &1 OF &2: &3 OF &4 UNITS USED SINCE
      -             " &5" TO BMSG-TEXT
               MOVE TPR-WEEK-NO TO BMSG-ARG(1)
               MOVE TPR-WEEK-COUNT TO BMSG-ARG(2)
               MOVE WS-TAPER-UNITS-OUT TO BMSG-ARG(3)
               MOVE WS-TAPER-TARGET-OUT TO BMSG-ARG(4)
               MOVE TPR-WEEK-START TO BMSG-ARG(5)
               PERFORM 0980-SHOW-MESSAGE
               IF TPR-OVER-TARGET
                   INITIALIZE BIER-MESSAGE-AREA
                   MOVE 1062 TO BMSG-NUMBER
                   MOVE "*** OVER THIS WEEK'S TAPER TARGET ***"
                       TO BMSG-TEXT
                   PERFORM 0980-SHOW-MESSAGE
               END-IF
           END-IF.
       0400-LOG-GUEST-ENTRY.
      *    one line per guest drink, tied to the host's own ID so the
           PERFORM 0405-JOURNAL-GUEST-ENTRY.
           PERFORM 0207-DRAW-DOWN-STOCK.
           PERFORM 0095-RELEASE-LOCK.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 1070 TO BMSG-NUMBER.
           MOVE "GUEST DRINK FOR &1 (&2) LOGGED ON &3'S BILL."
               TO BMSG-TEXT.
           MOVE WS-ARG-GUEST TO BMSG-ARG(1).
           MOVE WS-BEVERAGE-TYPE TO BMSG-ARG(2).
           MOVE WS-USER-ID TO BMSG-ARG(3).
           PERFORM 0980-SHOW-MESSAGE.
       0405-JOURNAL-GUEST-ENTRY.
           INITIALIZE BIER-JOURNAL-RECORD.
           MOVE "BIER" TO JRN-PROGRAM.
           PERFORM 0095-RELEASE-LOCK.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0980-SHOW-MESSAGE.
      *    the drinker's own language from BIER.USR (see BIERMSG)
           MOVE WS-USER-ID TO BMSG-USER-ID.
           CALL "BIERMSG" USING BIER-MESSAGE-AREA.
           DISPLAY TRIM(BMSG-TEXT TRAILING) UPON TERM.
       0902-REGISTRY-FILE-ERROR.
      *    only status 35 means there is no registry; one that is
      *    there but will not open (a layout not yet converted by
      *    BIER-USRLOAD, a damaged index) must not be taken for
      *    none and let every ID through
           CALL "FSTATMSG" USING USR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           MOVE "BIER.USR" TO WS-OPS-FILE-NAME.
           MOVE 16 TO WS-OPS-RETURN-CODE.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM
               WS-OPS-FILE-NAME USR-STAT WS-FSTAT-MESSAGE
               WS-OPS-RETURN-CODE.
           DISPLAY "BIER.USR ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   USR-STAT ")" UPON TERM.
           IF WS-LOCK-OK
               PERFORM 0095-RELEASE-LOCK
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
