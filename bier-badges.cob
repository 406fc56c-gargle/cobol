       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-BADGES.
      * cobc -x -Wall bier-badges.cob rptspool.cob
      *                                  fstatmsg.cob
      *                                  bierenv.cob -I copybooks
      *                                  -T bier-badges.lst
      *
      * usage: bier-badges [AWARD]
      *        bier-badges NOTICE [yyyymmdd]
      *   AWARD is the nightly run.  it works the whole history over
      * - BIER.DAY, BIER.PLG, BIER.RND with the BIER.PAY payments
      * against it, and BIER.BEV - and awards each badge on the badge
      * definitions to every user who has earned it and does not hold
      * it yet.  an award is one line on BIER.BDG,
      *     user-id code yyyymmdd title
      * written once and never again for that user and badge, so the
      * date is the night it was first earned.  BIER-STATEMENT lists
      * them in each user's footer.
      *   the definitions are BIER.BDD, maintained by hand like
      * BIER.CAL (a leading * makes a comment line):
      *     code rule threshold title...
      * where the rule is one of
      *     GOALMONTH  n  n finished months within the user's
      *                   drinking-day goal (BCTL-MONTHLY-GOAL-DAYS,
      *                   or their BIER.USR override) - counting the
      *                   days with an alcoholic entry, any month
      *                   with at least one day logged
      *     PLEDGEKEPT n  n pledges on BIER.PLG run to their end date
      *                   with nothing logged inside, BIER-PLEDGE's
      *                   own KEPT test
      *     BEVTRIED   n  n different beverage codes logged that are
      *                   on the BIER.BEV catalogue (none without it)
      *     AFWEEK     n  n finished monday-to-sunday weeks with
      *                   something logged and all of it alcohol-free
      *     SETTLED    n  every round debt paid back within n days,
      *                   with at least one debt and none outstanding
      * a threshold of zero is taken as one.  several badges may share
      * a rule at different thresholds (TASTER10, TASTER25).  without
      * BIER.BDD the built-in set below is used.
      *   round debts follow BIER-SETTLE's rules - confirmed rounds
      * only, none inside a BIER.EVT team-event window, the two
      * directions of each pair netted and BIER.PAY payments taken
      * off - replayed in time order: a debt runs from the day the
      * user first owes someone to the day payments or rounds bought
      * back for them bring the pair square again.
      *   NOTICE prints the week's noticeboard page through RPTSPOOL:
      * every award of the seven days ending on the given date
      * (default today).  BIER-SCHED runs it every monday.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BADGE-DEFINITIONS ASSIGN TO "BIER.BDD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDD-STAT.
           SELECT BADGE-FILE ASSIGN TO "BIER.BDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDG-STAT.
           SELECT BIER-DAY ASSIGN TO "BIER.DAY"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS DAY-STAT.
           SELECT BIER-CONTROL ASSIGN TO "BIER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STAT.
           SELECT BIER-REGISTRY ASSIGN TO "BIER.USR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS USR-STAT.
           SELECT BIER-BEVERAGE ASSIGN TO "BIER.BEV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BBEV-CODE
               FILE STATUS IS BEV-STAT.
           SELECT PLEDGE-FILE ASSIGN TO "BIER.PLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLG-STAT.
           SELECT BIER-ROUND ASSIGN TO "BIER.RND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RND-STAT.
           SELECT BIER-PAYMENT ASSIGN TO "BIER.PAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-STAT.
           SELECT EVENT-FILE ASSIGN TO "BIER.EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BADGE-DEFINITIONS.
       01  BADGE-DEFINITION-LINE                  PIC X(80).
       FD  BADGE-FILE.
       01  BADGE-LINE                             PIC X(80).
       FD  BIER-DAY.
       COPY "bierday.cpy".
       FD  BIER-CONTROL.
       COPY "bierctl.cpy".
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       FD  BIER-BEVERAGE.
       COPY "bierbev.cpy".
       FD  PLEDGE-FILE.
       01  PLEDGE-LINE                            PIC X(80).
       FD  BIER-ROUND.
       01  ROUND-LINE                             PIC X(40).
       FD  BIER-PAYMENT.
       01  PAYMENT-LINE                           PIC X(40).
       FD  EVENT-FILE.
       01  EVENT-LINE                             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  BDD-STAT                                PIC X(02).
       77  BDG-STAT                                PIC X(02).
       77  DAY-STAT                                PIC X(02).
       77  CTL-STAT                                PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  BEV-STAT                                PIC X(02).
       77  PLG-STAT                                PIC X(02).
       77  RND-STAT                                PIC X(02).
       77  PAY-STAT                                PIC X(02).
       77  EVT-STAT                                PIC X(02).
       77  WS-ARG-MODE                            PIC X(08).
       77  WS-ARG-DATE                            PIC X(08).
       77  WS-REGISTRY-SW                         PIC X(01) VALUE "N".
           88  WS-REGISTRY-ON-FILE                VALUE "Y".
       77  WS-DAY-ON-FILE-SW                      PIC X(01) VALUE "N".
           88  WS-DAY-ON-FILE                     VALUE "Y".
       77  WS-CATALOGUE-SW                        PIC X(01) VALUE "N".
           88  WS-CATALOGUE-ON-FILE               VALUE "Y".
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                              PIC X(18).
       77  WS-TODAY-DAYS                          PIC 9(07).
       77  WS-TODAY-WEEK                          PIC 9(07).
       77  WS-TODAY-MONTH                         PIC 9(06).
      * the built-in badges, used when there is no BIER.BDD
       01  WS-DEFAULT-BADGES.
           03  FILLER                             PIC X(80) VALUE
               "GOALMONTH GOALMONTH 1 A FULL MONTH WITHIN THE GOAL".
           03  FILLER                             PIC X(80) VALUE
               "PLEDGEKEPT PLEDGEKEPT 1 A PLEDGE KEPT TO THE END".
           03  FILLER                             PIC X(80) VALUE
               "TASTER10 BEVTRIED 10 TEN CATALOGUED BEVERAGES TRIED".
           03  FILLER                             PIC X(80) VALUE
               "AFWEEK AFWEEK 1 A FIRST ALCOHOL-FREE WEEK".
           03  FILLER                             PIC X(80) VALUE
               "SETTLED14 SETTLED 14 ROUNDS ALWAYS REPAID IN 14 DAYS".
       01  DEFAULT-BADGE-TABLE REDEFINES WS-DEFAULT-BADGES.
           03  DB-LINE OCCURS 5 TIMES             PIC X(80).
       77  WS-DEFAULT-COUNT                       PIC 9(02) VALUE 5.
       77  WS-DEFAULT-IDX                         PIC 9(02).
       01  DEFINITION-LINE-FIELDS.
           03  DF-CODE                            PIC X(10).
           03  DF-RULE                            PIC X(10).
           03  DF-THRESHOLD                       PIC X(04).
       77  WS-DF-TITLE                            PIC X(40).
       77  WS-UNSTRING-PTR                        PIC 9(03).
       01  BADGE-DEFINITION-TABLE.
           03  BADGE-DEFINITION OCCURS 30 TIMES.
               05  BD-CODE                        PIC X(10).
               05  BD-RULE                        PIC X(10).
               05  BD-THRESHOLD                   PIC 9(04).
               05  BD-TITLE                       PIC X(40).
       77  WS-BD-COUNT                            PIC 9(02) VALUE 0.
       77  WS-BD-IDX                              PIC 9(02).
       01  BADGE-LINE-FIELDS.
           03  BL-USER-ID                         PIC X(08).
           03  BL-CODE                            PIC X(10).
           03  BL-DATE                            PIC X(08).
       77  WS-BL-TITLE                            PIC X(40).
       01  HELD-BADGE-TABLE.
           03  HELD-BADGE OCCURS 2000 TIMES.
               05  HB-USER-ID                     PIC X(08).
               05  HB-CODE                        PIC X(10).
       77  WS-HB-COUNT                            PIC 9(04) VALUE 0.
       77  WS-HB-IDX                              PIC 9(04).
       77  WS-HELD-SW                             PIC X(01).
           88  WS-BADGE-HELD                      VALUE "Y".
       77  WS-EARNED-SW                           PIC X(01).
           88  WS-BADGE-EARNED                    VALUE "Y".
       77  WS-NEEDED                              PIC 9(04).
       77  WS-AWARD-COUNT                         PIC 9(04) VALUE 0.
      * what each user has to show for themselves, built up by the
      * passes below and judged against every definition at the end
       01  USER-BADGE-TABLE.
           03  USER-BADGE OCCURS 100 TIMES.
               05  UB-USER-ID                     PIC X(08).
               05  UB-GOAL-MONTHS                 PIC 9(03).
               05  UB-AF-WEEKS                    PIC 9(03).
               05  UB-BEVS-TRIED                  PIC 9(03).
               05  UB-PLEDGES-KEPT                PIC 9(03).
               05  UB-DEBTS                       PIC 9(04).
               05  UB-DEBTS-OPEN                  PIC 9(04).
               05  UB-SLOWEST-SETTLE              PIC 9(05).
       77  WS-USER-COUNT                          PIC 9(03) VALUE 0.
       77  WS-USER-IDX                            PIC 9(03).
       77  WS-SEARCH-IDX                          PIC 9(03).
       77  WS-TALLY-USER                          PIC X(08).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
      * the day-file replay: one user at a time, oldest day first
       77  WS-DAY-USER                            PIC X(08)
                                                  VALUE SPACES.
       77  WS-DAY-USER-IDX                        PIC 9(03).
       77  WS-DAY-GOAL                            PIC 9(02).
       77  WS-OPEN-MONTH                          PIC 9(06).
       77  WS-MONTH-WET-DAYS                      PIC 9(02).
       77  WS-OPEN-WEEK                           PIC 9(07).
       77  WS-WEEK-WET-SW                         PIC X(01).
           88  WS-WEEK-WET                        VALUE "Y".
       77  WS-RECORD-DAYS                         PIC 9(07).
       77  WS-RECORD-WEEK                         PIC 9(07).
       77  WS-RECORD-MONTH                        PIC 9(06).
       77  WS-BEV-IDX                             PIC 9(02).
       01  TRIED-BEVERAGE-TABLE.
           03  TB-CODE OCCURS 200 TIMES           PIC X(16).
       77  WS-TB-COUNT                            PIC 9(03).
       77  WS-TB-IDX                              PIC 9(03).
       01  PLEDGE-LINE-FIELDS.
           03  PL-USER-ID                         PIC X(08).
           03  PL-START-DATE                      PIC X(08).
           03  PL-END-DATE                        PIC X(08).
       01  PLEDGE-TABLE.
           03  PLEDGE-ENTRY OCCURS 200 TIMES.
               05  PG-USER-ID                     PIC X(08).
               05  PG-START-DATE                  PIC 9(08).
               05  PG-END-DATE                    PIC 9(08).
               05  PG-BROKEN-SW                   PIC X(01).
                   88  PG-BROKEN                  VALUE "Y".
       77  WS-PG-COUNT                            PIC 9(03) VALUE 0.
       77  WS-PG-IDX                              PIC 9(03).
       01  EVENT-LINE-FIELDS.
           03  EV-ID                              PIC X(08).
           03  EV-START                           PIC X(14).
           03  EV-END                             PIC X(14).
       01  EVENT-WINDOW-TABLE.
           03  EW-ENTRY OCCURS 20 TIMES.
               05  EW-START                       PIC 9(14).
               05  EW-END                         PIC 9(14).
       77  WS-EW-COUNT                            PIC 9(02) VALUE 0.
       77  WS-EW-IDX                              PIC 9(02).
       77  WS-EVENT-ROUND-SW                      PIC X(01).
           88  WS-EVENT-ROUND                     VALUE "Y".
       01  ROUND-LINE-FIELDS.
           03  RL-TIMESTAMP                       PIC X(14).
           03  RL-BUYER-ID                        PIC X(08).
           03  RL-RECIPIENT-ID                     PIC X(08).
           03  RL-ROUND-COUNT                     PIC 9(02).
           03  RL-STATUS                          PIC X(01).
      * the confirmed rounds and the payments, kept whole; each
      * user's own share is pulled out of them into USER-EVENT-TABLE
       01  ROUND-TABLE.
           03  ROUND-ENTRY OCCURS 1000 TIMES.
               05  RT-TIMESTAMP                   PIC 9(14).
               05  RT-BUYER-ID                    PIC X(08).
               05  RT-RECIPIENT-ID                PIC X(08).
               05  RT-COUNT                       PIC 9(02).
       77  WS-RT-COUNT                            PIC 9(04) VALUE 0.
       77  WS-RT-IDX                              PIC 9(04).
       01  PAYMENT-TABLE.
           03  PAYMENT-ENTRY OCCURS 1000 TIMES.
               05  PY-TIMESTAMP                   PIC 9(14).
               05  PY-PAYER-ID                    PIC X(08).
               05  PY-PAYEE-ID                    PIC X(08).
               05  PY-COUNT                       PIC 9(02).
       77  WS-PY-COUNT                            PIC 9(04) VALUE 0.
       77  WS-PY-IDX                              PIC 9(04).
      * one user's rounds and payments as changes to what they owe
      * the other party - kept to exactly 25 bytes so the sort below
      * can pass rows through WS-SWAP-EVENT intact
       01  USER-EVENT-TABLE.
           03  USER-EVENT OCCURS 500 TIMES.
               05  UE-TIMESTAMP                   PIC 9(14).
               05  UE-OTHER-ID                    PIC X(08).
               05  UE-DELTA                       PIC S9(03).
       77  WS-UE-COUNT                            PIC 9(03).
       77  WS-UE-IDX                              PIC 9(03).
       77  WS-SWAP-EVENT                          PIC X(25).
       77  WS-SORT-I                              PIC 9(03).
       77  WS-SORT-J                              PIC 9(03).
       01  COUNTERPART-TABLE.
           03  COUNTERPART OCCURS 500 TIMES.
               05  CP-OTHER-ID                    PIC X(08).
               05  CP-BALANCE                     PIC S9(05).
               05  CP-OWING-SINCE                 PIC 9(14).
       77  WS-CP-COUNT                            PIC 9(03).
       77  WS-CP-IDX                              PIC 9(03).
       77  WS-OLD-BALANCE                         PIC S9(05).
       77  WS-EVENT-OTHER                         PIC X(08).
       77  WS-EVENT-DELTA                         PIC S9(03).
       77  WS-EVENT-TIMESTAMP                     PIC 9(14).
       77  WS-SETTLE-DATE                         PIC 9(08).
       77  WS-DEBT-DATE                           PIC 9(08).
       77  WS-SETTLE-DAYS                         PIC S9(07).
      * the noticeboard week
       77  WS-BOARD-DATE                          PIC 9(08).
       77  WS-BOARD-FROM                          PIC 9(08).
       77  WS-BOARD-COUNT                         PIC 9(04) VALUE 0.
       COPY "rptspl.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-READ-ARGUMENTS.
           IF WS-ARG-MODE = "NOTICE"
               PERFORM 0500-NOTICEBOARD
               GO TO 9999-EXIT
           END-IF.
           IF WS-ARG-MODE NOT = "AWARD"
               DISPLAY "USAGE: BIER-BADGES [AWARD]" UPON TERM
               DISPLAY "       BIER-BADGES NOTICE [YYYYMMDD]" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0010-LOAD-DEFINITIONS.
           PERFORM 0020-READ-CONTROL.
           PERFORM 0030-LOAD-HELD-BADGES.
           PERFORM 0040-LOAD-PLEDGES.
           PERFORM 0050-LOAD-EVENT-WINDOWS.
           PERFORM 0060-LOAD-ROUNDS.
           PERFORM 0070-LOAD-PAYMENTS.
           PERFORM 0100-SCAN-DAY-FILE.
      *    without the summary nothing can witness a broken pledge,
      *    so none is judged kept either
           IF WS-DAY-ON-FILE
               MOVE 1 TO WS-PG-IDX
               PERFORM 0200-COUNT-KEPT-PLEDGE
                   UNTIL WS-PG-IDX > WS-PG-COUNT
           END-IF.
           MOVE 1 TO WS-USER-IDX.
           PERFORM 0300-SETTLE-ONE-USER
               UNTIL WS-USER-IDX > WS-USER-COUNT.
           OPEN EXTEND BADGE-FILE.
           IF BDG-STAT = "35"
               CLOSE BADGE-FILE
               OPEN OUTPUT BADGE-FILE
           END-IF.
           MOVE 1 TO WS-USER-IDX.
           PERFORM 0400-AWARD-ONE-USER
               UNTIL WS-USER-IDX > WS-USER-COUNT.
           CLOSE BADGE-FILE.
           DISPLAY WS-AWARD-COUNT " BADGE(S) AWARDED TO "
                   WS-USER-COUNT " USER(S) ON "
                   WS-TODAY-DATE UPON TERM.
           GO TO 9999-EXIT.
       0005-READ-ARGUMENTS.
           MOVE SPACES TO WS-ARG-MODE WS-ARG-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-MODE
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-DATE
           END-ACCEPT.
           MOVE UPPER-CASE(WS-ARG-MODE) TO WS-ARG-MODE.
           IF WS-ARG-MODE = SPACES
               MOVE "AWARD" TO WS-ARG-MODE
           END-IF.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           COMPUTE WS-TODAY-DAYS = INTEGER-OF-DATE(WS-TODAY-DATE).
      *    INTEGER-OF-DATE day 1 is 1601-01-01, a monday, so whole
      *    sevens from there are monday-to-sunday weeks
           COMPUTE WS-TODAY-WEEK = (WS-TODAY-DAYS - 1) / 7.
           COMPUTE WS-TODAY-MONTH = WS-TODAY-DATE / 100.
       0010-LOAD-DEFINITIONS.
           OPEN INPUT BADGE-DEFINITIONS.
           IF BDD-STAT = "00"
               PERFORM 0011-READ-DEFINITION
                   UNTIL BDD-STAT = "10"
               CLOSE BADGE-DEFINITIONS
           ELSE
               MOVE 1 TO WS-DEFAULT-IDX
               PERFORM 0012-USE-DEFAULT-DEFINITION
                   UNTIL WS-DEFAULT-IDX > WS-DEFAULT-COUNT
           END-IF.
       0011-READ-DEFINITION.
           READ BADGE-DEFINITIONS
               AT END
                   MOVE "10" TO BDD-STAT
               NOT AT END
                   IF BADGE-DEFINITION-LINE(1:1) NOT = "*"
                           AND BADGE-DEFINITION-LINE NOT = SPACES
                       PERFORM 0015-PARSE-DEFINITION
                   END-IF
           END-READ.
       0012-USE-DEFAULT-DEFINITION.
           MOVE DB-LINE(WS-DEFAULT-IDX) TO BADGE-DEFINITION-LINE.
           PERFORM 0015-PARSE-DEFINITION.
           ADD 1 TO WS-DEFAULT-IDX.
       0015-PARSE-DEFINITION.
      *    the title is the untouched rest of the line after the
      *    third token, spaces and all
           MOVE UPPER-CASE(BADGE-DEFINITION-LINE)
               TO BADGE-DEFINITION-LINE.
           MOVE SPACES TO DEFINITION-LINE-FIELDS WS-DF-TITLE.
           MOVE 1 TO WS-UNSTRING-PTR.
           UNSTRING BADGE-DEFINITION-LINE DELIMITED BY ALL SPACE
               INTO DF-CODE DF-RULE DF-THRESHOLD
               WITH POINTER WS-UNSTRING-PTR.
           IF WS-UNSTRING-PTR <= 80
               MOVE BADGE-DEFINITION-LINE(WS-UNSTRING-PTR:)
                   TO WS-DF-TITLE
           END-IF.
           IF DF-RULE NOT = "GOALMONTH" AND DF-RULE NOT = "PLEDGEKEPT"
                   AND DF-RULE NOT = "BEVTRIED"
                   AND DF-RULE NOT = "AFWEEK"
                   AND DF-RULE NOT = "SETTLED"
               DISPLAY "BADGE " TRIM(DF-CODE) " HAS NO RULE CALLED "
                       TRIM(DF-RULE) " - IGNORED" UPON TERM
           ELSE
               IF WS-BD-COUNT > 29
                   DISPLAY "MORE THAN 30 BADGES DEFINED, IGNORING "
                           TRIM(DF-CODE) UPON TERM
               ELSE
                   ADD 1 TO WS-BD-COUNT
                   MOVE DF-CODE TO BD-CODE(WS-BD-COUNT)
                   MOVE DF-RULE TO BD-RULE(WS-BD-COUNT)
                   MOVE 0 TO BD-THRESHOLD(WS-BD-COUNT)
                   IF DF-THRESHOLD(1:1) IS NUMERIC
                       MOVE NUMVAL(DF-THRESHOLD)
                           TO BD-THRESHOLD(WS-BD-COUNT)
                   END-IF
                   IF BD-THRESHOLD(WS-BD-COUNT) = 0
                       MOVE 1 TO BD-THRESHOLD(WS-BD-COUNT)
                   END-IF
                   MOVE WS-DF-TITLE TO BD-TITLE(WS-BD-COUNT)
               END-IF
           END-IF.
       0020-READ-CONTROL.
      *    same defaults bier.cob uses when there is no BIER.CTL
           MOVE 14400 TO BCTL-SAME-DAY-SECONDS.
           MOVE 4 TO BCTL-DAILY-MAX.
           MOVE 10 TO BCTL-MONTHLY-GOAL-DAYS.
           OPEN INPUT BIER-CONTROL.
           IF CTL-STAT = "00"
               READ BIER-CONTROL
                   AT END CONTINUE
               END-READ
               CLOSE BIER-CONTROL
           END-IF.
       0030-LOAD-HELD-BADGES.
           OPEN INPUT BADGE-FILE.
           IF BDG-STAT = "00"
               PERFORM 0031-READ-HELD-BADGE
                   UNTIL BDG-STAT = "10"
               CLOSE BADGE-FILE
           END-IF.
       0031-READ-HELD-BADGE.
           READ BADGE-FILE
               AT END
                   MOVE "10" TO BDG-STAT
               NOT AT END
                   MOVE SPACES TO BADGE-LINE-FIELDS
                   UNSTRING BADGE-LINE DELIMITED BY ALL SPACE
                       INTO BL-USER-ID BL-CODE BL-DATE
                   IF BL-USER-ID NOT = SPACES
                       IF WS-HB-COUNT > 1999
                           DISPLAY "BIER.BDG HOLDS MORE THAN 2000 "
                                   "AWARDS - NOTHING CAN BE AWARDED "
                                   "SAFELY UNTIL IT IS ARCHIVED"
                               UPON TERM
                           MOVE 16 TO RETURN-CODE
                           CLOSE BADGE-FILE
                           GO TO 9999-EXIT
                       END-IF
                       ADD 1 TO WS-HB-COUNT
                       MOVE BL-USER-ID TO HB-USER-ID(WS-HB-COUNT)
                       MOVE BL-CODE TO HB-CODE(WS-HB-COUNT)
                   END-IF
           END-READ.
       0040-LOAD-PLEDGES.
           OPEN INPUT PLEDGE-FILE.
           IF PLG-STAT = "00"
               PERFORM 0041-READ-PLEDGE
                   UNTIL PLG-STAT = "10"
               CLOSE PLEDGE-FILE
           END-IF.
       0041-READ-PLEDGE.
           READ PLEDGE-FILE
               AT END
                   MOVE "10" TO PLG-STAT
               NOT AT END
                   MOVE SPACES TO PLEDGE-LINE-FIELDS
                   UNSTRING PLEDGE-LINE DELIMITED BY ALL SPACE
                       INTO PL-USER-ID PL-START-DATE PL-END-DATE
      *            only a pledge that has run its course can have
      *            been kept to the end
                   IF PL-USER-ID NOT = SPACES
                           AND PL-START-DATE IS NUMERIC
                           AND PL-END-DATE IS NUMERIC
                           AND PL-END-DATE < WS-TODAY-DATE
                           AND WS-PG-COUNT < 200
                       ADD 1 TO WS-PG-COUNT
                       MOVE PL-USER-ID TO PG-USER-ID(WS-PG-COUNT)
                       MOVE PL-START-DATE TO PG-START-DATE(WS-PG-COUNT)
                       MOVE PL-END-DATE TO PG-END-DATE(WS-PG-COUNT)
                       MOVE "N" TO PG-BROKEN-SW(WS-PG-COUNT)
                   END-IF
           END-READ.
       0050-LOAD-EVENT-WINDOWS.
      *    rounds bought inside a declared team-event window belong
      *    to the event's budget, never to anyone's tab - the same
      *    exclusion BIER-SETTLE makes
           OPEN INPUT EVENT-FILE.
           IF EVT-STAT = "00"
               PERFORM 0051-LOAD-WINDOW-STEP
                   UNTIL EVT-STAT = "10" OR WS-EW-COUNT > 19
               CLOSE EVENT-FILE
           END-IF.
       0051-LOAD-WINDOW-STEP.
           READ EVENT-FILE
               AT END
                   MOVE "10" TO EVT-STAT
               NOT AT END
                   MOVE SPACES TO EVENT-LINE-FIELDS
                   UNSTRING EVENT-LINE DELIMITED BY ALL SPACE
                       INTO EV-ID EV-START EV-END
                   IF EV-START IS NUMERIC AND EV-END IS NUMERIC
                       ADD 1 TO WS-EW-COUNT
                       MOVE EV-START TO EW-START(WS-EW-COUNT)
                       MOVE EV-END TO EW-END(WS-EW-COUNT)
                   END-IF
           END-READ.
       0052-CHECK-EVENT-ROUND.
           MOVE "N" TO WS-EVENT-ROUND-SW.
           MOVE 1 TO WS-EW-IDX.
           PERFORM 0053-CHECK-WINDOW-STEP
               UNTIL WS-EW-IDX > WS-EW-COUNT
                   OR WS-EVENT-ROUND.
       0053-CHECK-WINDOW-STEP.
           IF NUMVAL(RL-TIMESTAMP) >= EW-START(WS-EW-IDX)
                   AND NUMVAL(RL-TIMESTAMP) <= EW-END(WS-EW-IDX)
               MOVE "Y" TO WS-EVENT-ROUND-SW
           ELSE
               ADD 1 TO WS-EW-IDX
           END-IF.
       0060-LOAD-ROUNDS.
           OPEN INPUT BIER-ROUND.
           IF RND-STAT = "00"
               PERFORM 0061-READ-ROUND
                   UNTIL RND-STAT = "10"
               CLOSE BIER-ROUND
           END-IF.
       0061-READ-ROUND.
           READ BIER-ROUND
               AT END
                   MOVE "10" TO RND-STAT
               NOT AT END
                   PERFORM 0062-TAKE-ROUND
           END-READ.
       0062-TAKE-ROUND.
      *    pending and rejected rounds never reach a tab; a blank
      *    status is a row from before confirmation and counts
           MOVE SPACES TO ROUND-LINE-FIELDS.
           UNSTRING ROUND-LINE DELIMITED BY ALL SPACE
               INTO RL-TIMESTAMP RL-BUYER-ID RL-RECIPIENT-ID
                    RL-ROUND-COUNT RL-STATUS.
           IF RL-TIMESTAMP IS NUMERIC
                   AND RL-STATUS NOT = "P" AND RL-STATUS NOT = "X"
                   AND RL-BUYER-ID NOT = RL-RECIPIENT-ID
                   AND RL-ROUND-COUNT > 0
               PERFORM 0052-CHECK-EVENT-ROUND
               IF NOT WS-EVENT-ROUND
                   IF WS-RT-COUNT > 999
                       DISPLAY "MORE THAN 1000 ROUNDS ON BIER.RND - "
                               "LATER ROUNDS NOT JUDGED" UPON TERM
                       MOVE "10" TO RND-STAT
                   ELSE
                       ADD 1 TO WS-RT-COUNT
                       MOVE RL-TIMESTAMP TO RT-TIMESTAMP(WS-RT-COUNT)
                       MOVE RL-BUYER-ID TO RT-BUYER-ID(WS-RT-COUNT)
                       MOVE RL-RECIPIENT-ID
                           TO RT-RECIPIENT-ID(WS-RT-COUNT)
                       MOVE RL-ROUND-COUNT TO RT-COUNT(WS-RT-COUNT)
                       MOVE RL-BUYER-ID TO WS-TALLY-USER
                       PERFORM 0180-FIND-USER
                       MOVE RL-RECIPIENT-ID TO WS-TALLY-USER
                       PERFORM 0180-FIND-USER
                   END-IF
               END-IF
           END-IF.
       0070-LOAD-PAYMENTS.
      *    a BIER.PAY line is "timestamp payer payee count"
           OPEN INPUT BIER-PAYMENT.
           IF PAY-STAT = "00"
               PERFORM 0071-READ-PAYMENT
                   UNTIL PAY-STAT = "10"
               CLOSE BIER-PAYMENT
           END-IF.
       0071-READ-PAYMENT.
           READ BIER-PAYMENT
               AT END
                   MOVE "10" TO PAY-STAT
               NOT AT END
                   MOVE SPACES TO ROUND-LINE-FIELDS
                   UNSTRING PAYMENT-LINE DELIMITED BY ALL SPACE
                       INTO RL-TIMESTAMP RL-BUYER-ID RL-RECIPIENT-ID
                            RL-ROUND-COUNT
                   IF RL-TIMESTAMP IS NUMERIC AND RL-ROUND-COUNT > 0
                       IF WS-PY-COUNT > 999
                           DISPLAY "MORE THAN 1000 PAYMENTS ON "
                                   "BIER.PAY - LATER ONES NOT JUDGED"
                               UPON TERM
                           MOVE "10" TO PAY-STAT
                       ELSE
                           ADD 1 TO WS-PY-COUNT
                           MOVE RL-TIMESTAMP
                               TO PY-TIMESTAMP(WS-PY-COUNT)
                           MOVE RL-BUYER-ID TO PY-PAYER-ID(WS-PY-COUNT)
                           MOVE RL-RECIPIENT-ID
                               TO PY-PAYEE-ID(WS-PY-COUNT)
                           MOVE RL-ROUND-COUNT TO PY-COUNT(WS-PY-COUNT)
                       END-IF
                   END-IF
           END-READ.
       0100-SCAN-DAY-FILE.
      *    the key is user + date, so each user's days arrive
      *    together and oldest first - the month and week under way
      *    are closed off whenever the next record leaves them
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE "Y" TO WS-REGISTRY-SW
           END-IF.
           OPEN INPUT BIER-BEVERAGE.
           IF BEV-STAT = "00"
               MOVE "Y" TO WS-CATALOGUE-SW
           END-IF.
           OPEN INPUT BIER-DAY.
           IF DAY-STAT NOT = "00"
               DISPLAY "NO BIER.DAY SUMMARY ON FILE - RUN "
                       "BIER-DAYBUILD; ONLY ROUND DEBTS JUDGED"
                   UPON TERM
           ELSE
               MOVE "Y" TO WS-DAY-ON-FILE-SW
               PERFORM 0110-READ-DAY-RECORD
                   UNTIL DAY-STAT = "10"
               CLOSE BIER-DAY
               IF WS-DAY-USER NOT = SPACES
                   PERFORM 0140-CLOSE-MONTH
                   PERFORM 0150-CLOSE-WEEK
               END-IF
           END-IF.
           IF WS-REGISTRY-ON-FILE
               CLOSE BIER-REGISTRY
           END-IF.
           IF WS-CATALOGUE-ON-FILE
               CLOSE BIER-BEVERAGE
           END-IF.
       0110-READ-DAY-RECORD.
           READ BIER-DAY NEXT RECORD
               AT END
                   MOVE "10" TO DAY-STAT
               NOT AT END
                   PERFORM 0120-TAKE-DAY-RECORD
           END-READ.
       0120-TAKE-DAY-RECORD.
           COMPUTE WS-RECORD-DAYS = INTEGER-OF-DATE(BDAY-DATE-NUMERIC).
           COMPUTE WS-RECORD-WEEK = (WS-RECORD-DAYS - 1) / 7.
           COMPUTE WS-RECORD-MONTH = BDAY-DATE-NUMERIC / 100.
           IF BDAY-USER-ID NOT = WS-DAY-USER
               IF WS-DAY-USER NOT = SPACES
                   PERFORM 0140-CLOSE-MONTH
                   PERFORM 0150-CLOSE-WEEK
               END-IF
               PERFORM 0130-START-USER
           END-IF.
           IF WS-RECORD-MONTH NOT = WS-OPEN-MONTH
               PERFORM 0140-CLOSE-MONTH
               MOVE WS-RECORD-MONTH TO WS-OPEN-MONTH
               MOVE 0 TO WS-MONTH-WET-DAYS
           END-IF.
           IF WS-RECORD-WEEK NOT = WS-OPEN-WEEK
               PERFORM 0150-CLOSE-WEEK
               MOVE WS-RECORD-WEEK TO WS-OPEN-WEEK
               MOVE "N" TO WS-WEEK-WET-SW
           END-IF.
           IF BDAY-ENTRY-COUNT > BDAY-AF-COUNT
               ADD 1 TO WS-MONTH-WET-DAYS
               MOVE "Y" TO WS-WEEK-WET-SW
           END-IF.
           MOVE 1 TO WS-BEV-IDX.
           PERFORM 0160-NOTE-BEVERAGE
               UNTIL WS-BEV-IDX > BDAY-BEV-COUNT OR WS-BEV-IDX > 10.
           MOVE 1 TO WS-PG-IDX.
           PERFORM 0170-CHECK-PLEDGE
               UNTIL WS-PG-IDX > WS-PG-COUNT.
       0130-START-USER.
           MOVE BDAY-USER-ID TO WS-DAY-USER WS-TALLY-USER.
           PERFORM 0180-FIND-USER.
           MOVE WS-USER-IDX TO WS-DAY-USER-IDX.
           MOVE WS-RECORD-MONTH TO WS-OPEN-MONTH.
           MOVE 0 TO WS-MONTH-WET-DAYS.
           MOVE WS-RECORD-WEEK TO WS-OPEN-WEEK.
           MOVE "N" TO WS-WEEK-WET-SW.
           MOVE 0 TO WS-TB-COUNT.
           MOVE BCTL-MONTHLY-GOAL-DAYS TO WS-DAY-GOAL.
           IF WS-REGISTRY-ON-FILE
               MOVE BDAY-USER-ID TO BUSR-USER-ID
               READ BIER-REGISTRY
                   KEY IS BUSR-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BUSR-GOAL-DAYS-OVERRIDE > 0
                           MOVE BUSR-GOAL-DAYS-OVERRIDE TO WS-DAY-GOAL
                       END-IF
               END-READ
           END-IF.
       0140-CLOSE-MONTH.
      *    the month under way is not over yet, so it cannot count
           IF WS-OPEN-MONTH < WS-TODAY-MONTH
                   AND WS-MONTH-WET-DAYS NOT > WS-DAY-GOAL
               ADD 1 TO UB-GOAL-MONTHS(WS-DAY-USER-IDX)
           END-IF.
       0150-CLOSE-WEEK.
           IF WS-OPEN-WEEK < WS-TODAY-WEEK AND NOT WS-WEEK-WET
               ADD 1 TO UB-AF-WEEKS(WS-DAY-USER-IDX)
           END-IF.
       0160-NOTE-BEVERAGE.
      *    each code is looked up on the catalogue once per user,
      *    the first day it turns up
           IF BDAY-BEVERAGE(WS-BEV-IDX) NOT = SPACES
               MOVE "N" TO WS-FOUND-SW
               MOVE 1 TO WS-TB-IDX
               PERFORM 0165-NOTE-BEVERAGE-STEP
                   UNTIL WS-TB-IDX > WS-TB-COUNT OR WS-FOUND-YES
               IF NOT WS-FOUND-YES AND WS-TB-COUNT < 200
                   ADD 1 TO WS-TB-COUNT
                   MOVE BDAY-BEVERAGE(WS-BEV-IDX)
                       TO TB-CODE(WS-TB-COUNT)
                   IF WS-CATALOGUE-ON-FILE
                       MOVE BDAY-BEVERAGE(WS-BEV-IDX) TO BBEV-CODE
                       READ BIER-BEVERAGE
                           KEY IS BBEV-CODE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               ADD 1 TO UB-BEVS-TRIED(WS-DAY-USER-IDX)
                       END-READ
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-BEV-IDX.
       0165-NOTE-BEVERAGE-STEP.
           IF TB-CODE(WS-TB-IDX) = BDAY-BEVERAGE(WS-BEV-IDX)
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-TB-IDX
           END-IF.
       0170-CHECK-PLEDGE.
           IF PG-USER-ID(WS-PG-IDX) = BDAY-USER-ID
                   AND BDAY-DATE-NUMERIC >= PG-START-DATE(WS-PG-IDX)
                   AND BDAY-DATE-NUMERIC <= PG-END-DATE(WS-PG-IDX)
                   AND BDAY-ENTRY-COUNT > 0
               MOVE "Y" TO PG-BROKEN-SW(WS-PG-IDX)
           END-IF.
           ADD 1 TO WS-PG-IDX.
       0180-FIND-USER.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-USER-IDX.
           PERFORM 0185-FIND-USER-STEP
               UNTIL WS-USER-IDX > WS-USER-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               IF WS-USER-COUNT > 99
                   DISPLAY "USER TABLE IS FULL AT 100 USERS, "
                           "CANNOT ADD " TRIM(WS-TALLY-USER) UPON TERM
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-USER-COUNT
               MOVE WS-USER-COUNT TO WS-USER-IDX
               MOVE WS-TALLY-USER TO UB-USER-ID(WS-USER-IDX)
               MOVE 0 TO UB-GOAL-MONTHS(WS-USER-IDX)
               MOVE 0 TO UB-AF-WEEKS(WS-USER-IDX)
               MOVE 0 TO UB-BEVS-TRIED(WS-USER-IDX)
               MOVE 0 TO UB-PLEDGES-KEPT(WS-USER-IDX)
               MOVE 0 TO UB-DEBTS(WS-USER-IDX)
               MOVE 0 TO UB-DEBTS-OPEN(WS-USER-IDX)
               MOVE 0 TO UB-SLOWEST-SETTLE(WS-USER-IDX)
           END-IF.
       0185-FIND-USER-STEP.
           IF UB-USER-ID(WS-USER-IDX) = WS-TALLY-USER
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-USER-IDX
           END-IF.
       0200-COUNT-KEPT-PLEDGE.
           IF NOT PG-BROKEN(WS-PG-IDX)
               MOVE PG-USER-ID(WS-PG-IDX) TO WS-TALLY-USER
               PERFORM 0180-FIND-USER
               ADD 1 TO UB-PLEDGES-KEPT(WS-USER-IDX)
           END-IF.
           ADD 1 TO WS-PG-IDX.
       0300-SETTLE-ONE-USER.
      *    BIER-SETTLE's netting, replayed in time order per party:
      *    a debt starts when the user's balance with someone goes
      *    from square to owing, and is settled the moment payments
      *    or rounds bought back bring it square again
           MOVE UB-USER-ID(WS-USER-IDX) TO WS-TALLY-USER.
           MOVE 0 TO WS-UE-COUNT WS-CP-COUNT.
           MOVE 1 TO WS-RT-IDX.
           PERFORM 0310-COLLECT-ROUND-EVENT
               UNTIL WS-RT-IDX > WS-RT-COUNT.
           MOVE 1 TO WS-PY-IDX.
           PERFORM 0320-COLLECT-PAYMENT-EVENT
               UNTIL WS-PY-IDX > WS-PY-COUNT.
           MOVE 1 TO WS-SORT-I.
           PERFORM 0330-SORT-OUTER-STEP
               UNTIL WS-SORT-I >= WS-UE-COUNT.
           MOVE 1 TO WS-UE-IDX.
           PERFORM 0340-REPLAY-ONE-EVENT
               UNTIL WS-UE-IDX > WS-UE-COUNT.
           MOVE 1 TO WS-CP-IDX.
           PERFORM 0350-COUNT-OPEN-DEBT
               UNTIL WS-CP-IDX > WS-CP-COUNT.
           ADD 1 TO WS-USER-IDX.
       0310-COLLECT-ROUND-EVENT.
           EVALUATE TRUE
               WHEN RT-RECIPIENT-ID(WS-RT-IDX) = WS-TALLY-USER
                   MOVE RT-BUYER-ID(WS-RT-IDX) TO WS-EVENT-OTHER
                   MOVE RT-COUNT(WS-RT-IDX) TO WS-EVENT-DELTA
                   MOVE RT-TIMESTAMP(WS-RT-IDX) TO WS-EVENT-TIMESTAMP
                   PERFORM 0315-ADD-USER-EVENT
               WHEN RT-BUYER-ID(WS-RT-IDX) = WS-TALLY-USER
                   MOVE RT-RECIPIENT-ID(WS-RT-IDX) TO WS-EVENT-OTHER
                   COMPUTE WS-EVENT-DELTA = 0 - RT-COUNT(WS-RT-IDX)
                   MOVE RT-TIMESTAMP(WS-RT-IDX) TO WS-EVENT-TIMESTAMP
                   PERFORM 0315-ADD-USER-EVENT
           END-EVALUATE.
           ADD 1 TO WS-RT-IDX.
       0315-ADD-USER-EVENT.
      *    a user with more history than the table holds cannot be
      *    judged fairly, so is left with a debt open instead
           IF WS-UE-COUNT > 499
               IF UB-DEBTS-OPEN(WS-USER-IDX) = 0
                   DISPLAY "MORE THAN 500 ROUNDS AND PAYMENTS FOR "
                           TRIM(WS-TALLY-USER) " - ROUND DEBTS NOT "
                           "JUDGED" UPON TERM
                   MOVE 1 TO UB-DEBTS-OPEN(WS-USER-IDX)
               END-IF
           ELSE
               ADD 1 TO WS-UE-COUNT
               MOVE WS-EVENT-TIMESTAMP TO UE-TIMESTAMP(WS-UE-COUNT)
               MOVE WS-EVENT-OTHER TO UE-OTHER-ID(WS-UE-COUNT)
               MOVE WS-EVENT-DELTA TO UE-DELTA(WS-UE-COUNT)
           END-IF.
       0320-COLLECT-PAYMENT-EVENT.
      *    paying someone takes the debt down; being paid by them
      *    means they no longer owe, which counts the user's way
           EVALUATE TRUE
               WHEN PY-PAYER-ID(WS-PY-IDX) = WS-TALLY-USER
                   MOVE PY-PAYEE-ID(WS-PY-IDX) TO WS-EVENT-OTHER
                   COMPUTE WS-EVENT-DELTA = 0 - PY-COUNT(WS-PY-IDX)
                   MOVE PY-TIMESTAMP(WS-PY-IDX) TO WS-EVENT-TIMESTAMP
                   PERFORM 0315-ADD-USER-EVENT
               WHEN PY-PAYEE-ID(WS-PY-IDX) = WS-TALLY-USER
                   MOVE PY-PAYER-ID(WS-PY-IDX) TO WS-EVENT-OTHER
                   MOVE PY-COUNT(WS-PY-IDX) TO WS-EVENT-DELTA
                   MOVE PY-TIMESTAMP(WS-PY-IDX) TO WS-EVENT-TIMESTAMP
                   PERFORM 0315-ADD-USER-EVENT
           END-EVALUATE.
           ADD 1 TO WS-PY-IDX.
       0330-SORT-OUTER-STEP.
      *    a plain selection sort on the timestamp, oldest first -
      *    BIER.RND and BIER.PAY are each in order but not together
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           PERFORM 0335-SORT-INNER-STEP
               UNTIL WS-SORT-J > WS-UE-COUNT.
           ADD 1 TO WS-SORT-I.
       0335-SORT-INNER-STEP.
           IF UE-TIMESTAMP(WS-SORT-J) < UE-TIMESTAMP(WS-SORT-I)
               MOVE USER-EVENT(WS-SORT-I) TO WS-SWAP-EVENT
               MOVE USER-EVENT(WS-SORT-J) TO USER-EVENT(WS-SORT-I)
               MOVE WS-SWAP-EVENT TO USER-EVENT(WS-SORT-J)
           END-IF.
           ADD 1 TO WS-SORT-J.
       0340-REPLAY-ONE-EVENT.
           PERFORM 0345-FIND-COUNTERPART.
           MOVE CP-BALANCE(WS-CP-IDX) TO WS-OLD-BALANCE.
           ADD UE-DELTA(WS-UE-IDX) TO CP-BALANCE(WS-CP-IDX).
           EVALUATE TRUE
               WHEN WS-OLD-BALANCE NOT > 0
                       AND CP-BALANCE(WS-CP-IDX) > 0
                   ADD 1 TO UB-DEBTS(WS-USER-IDX)
                   MOVE UE-TIMESTAMP(WS-UE-IDX)
                       TO CP-OWING-SINCE(WS-CP-IDX)
               WHEN WS-OLD-BALANCE > 0
                       AND CP-BALANCE(WS-CP-IDX) NOT > 0
                   COMPUTE WS-SETTLE-DATE =
                           UE-TIMESTAMP(WS-UE-IDX) / 1000000
                   COMPUTE WS-DEBT-DATE =
                           CP-OWING-SINCE(WS-CP-IDX) / 1000000
                   COMPUTE WS-SETTLE-DAYS =
                           INTEGER-OF-DATE(WS-SETTLE-DATE)
                         - INTEGER-OF-DATE(WS-DEBT-DATE)
                   IF WS-SETTLE-DAYS > UB-SLOWEST-SETTLE(WS-USER-IDX)
                       MOVE WS-SETTLE-DAYS
                           TO UB-SLOWEST-SETTLE(WS-USER-IDX)
                   END-IF
           END-EVALUATE.
           ADD 1 TO WS-UE-IDX.
       0345-FIND-COUNTERPART.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-CP-IDX.
           PERFORM 0346-FIND-COUNTERPART-STEP
               UNTIL WS-CP-IDX > WS-CP-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO WS-CP-IDX
               MOVE UE-OTHER-ID(WS-UE-IDX) TO CP-OTHER-ID(WS-CP-IDX)
               MOVE 0 TO CP-BALANCE(WS-CP-IDX)
               MOVE 0 TO CP-OWING-SINCE(WS-CP-IDX)
           END-IF.
       0346-FIND-COUNTERPART-STEP.
           IF CP-OTHER-ID(WS-CP-IDX) = UE-OTHER-ID(WS-UE-IDX)
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-CP-IDX
           END-IF.
       0350-COUNT-OPEN-DEBT.
           IF CP-BALANCE(WS-CP-IDX) > 0
               ADD 1 TO UB-DEBTS-OPEN(WS-USER-IDX)
           END-IF.
           ADD 1 TO WS-CP-IDX.
       0400-AWARD-ONE-USER.
           MOVE 1 TO WS-BD-IDX.
           PERFORM 0410-JUDGE-ONE-BADGE
               UNTIL WS-BD-IDX > WS-BD-COUNT.
           ADD 1 TO WS-USER-IDX.
       0410-JUDGE-ONE-BADGE.
           MOVE BD-THRESHOLD(WS-BD-IDX) TO WS-NEEDED.
           MOVE "N" TO WS-EARNED-SW.
           EVALUATE BD-RULE(WS-BD-IDX)
               WHEN "GOALMONTH"
                   IF UB-GOAL-MONTHS(WS-USER-IDX) NOT < WS-NEEDED
                       MOVE "Y" TO WS-EARNED-SW
                   END-IF
               WHEN "PLEDGEKEPT"
                   IF UB-PLEDGES-KEPT(WS-USER-IDX) NOT < WS-NEEDED
                       MOVE "Y" TO WS-EARNED-SW
                   END-IF
               WHEN "BEVTRIED"
                   IF UB-BEVS-TRIED(WS-USER-IDX) NOT < WS-NEEDED
                       MOVE "Y" TO WS-EARNED-SW
                   END-IF
               WHEN "AFWEEK"
                   IF UB-AF-WEEKS(WS-USER-IDX) NOT < WS-NEEDED
                       MOVE "Y" TO WS-EARNED-SW
                   END-IF
               WHEN "SETTLED"
                   IF UB-DEBTS(WS-USER-IDX) > 0
                           AND UB-DEBTS-OPEN(WS-USER-IDX) = 0
                           AND UB-SLOWEST-SETTLE(WS-USER-IDX)
                               NOT > WS-NEEDED
                       MOVE "Y" TO WS-EARNED-SW
                   END-IF
           END-EVALUATE.
           IF WS-BADGE-EARNED
               PERFORM 0420-CHECK-HELD
               IF NOT WS-BADGE-HELD
                   PERFORM 0430-WRITE-AWARD
               END-IF
           END-IF.
           ADD 1 TO WS-BD-IDX.
       0420-CHECK-HELD.
           MOVE "N" TO WS-HELD-SW.
           MOVE 1 TO WS-HB-IDX.
           PERFORM 0425-CHECK-HELD-STEP
               UNTIL WS-HB-IDX > WS-HB-COUNT OR WS-BADGE-HELD.
       0425-CHECK-HELD-STEP.
           IF HB-USER-ID(WS-HB-IDX) = UB-USER-ID(WS-USER-IDX)
                   AND HB-CODE(WS-HB-IDX) = BD-CODE(WS-BD-IDX)
               MOVE "Y" TO WS-HELD-SW
           ELSE
               ADD 1 TO WS-HB-IDX
           END-IF.
       0430-WRITE-AWARD.
      *    trimmed and one-space separated like the other text
      *    ledgers, so BIER-SUBJECT and the reports can token it
           MOVE SPACES TO BADGE-LINE.
           STRING TRIM(UB-USER-ID(WS-USER-IDX)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(BD-CODE(WS-BD-IDX)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(BD-TITLE(WS-BD-IDX)) DELIMITED BY SIZE
               INTO BADGE-LINE.
           WRITE BADGE-LINE.
           ADD 1 TO WS-AWARD-COUNT.
           DISPLAY "AWARDED " TRIM(BD-CODE(WS-BD-IDX)) " TO "
                   TRIM(UB-USER-ID(WS-USER-IDX)) " - "
                   TRIM(BD-TITLE(WS-BD-IDX)) UPON TERM.
       0500-NOTICEBOARD.
           IF WS-ARG-DATE = SPACES
               MOVE WS-TODAY-DATE TO WS-BOARD-DATE
           ELSE
               IF WS-ARG-DATE IS NUMERIC
                   MOVE WS-ARG-DATE TO WS-BOARD-DATE
               ELSE
                   DISPLAY "NOTICE DATE MUST BE YYYYMMDD" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           COMPUTE WS-BOARD-FROM =
                   DATE-OF-INTEGER(INTEGER-OF-DATE(WS-BOARD-DATE) - 6).
           INITIALIZE RPT-SPOOL-AREA.
           MOVE "O" TO RPT-ACTION.
           MOVE "BIER-BADGES" TO RPT-PROGRAM.
           MOVE WS-BOARD-DATE TO RPT-PERIOD.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           MOVE SPACES TO RPT-LINE.
           STRING "BIER BADGES AWARDED " DELIMITED BY SIZE
                   WS-BOARD-FROM DELIMITED BY SIZE
                   " TO " DELIMITED BY SIZE
                   WS-BOARD-DATE DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           MOVE "DATE      USER      BADGE"
               TO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:60).
           PERFORM 0590-PRINT-RPT-LINE.
           OPEN INPUT BADGE-FILE.
           IF BDG-STAT = "00"
               PERFORM 0510-READ-BOARD-BADGE
                   UNTIL BDG-STAT = "10"
               CLOSE BADGE-FILE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:60).
           PERFORM 0590-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-BOARD-COUNT = 0
               MOVE "NO NEW BADGES THIS WEEK" TO RPT-LINE
           ELSE
               STRING WS-BOARD-COUNT DELIMITED BY SIZE
                       " BADGE(S) THIS WEEK - CONGRATULATIONS"
                           DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF.
           PERFORM 0590-PRINT-RPT-LINE.
           MOVE "C" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0510-READ-BOARD-BADGE.
           READ BADGE-FILE
               AT END
                   MOVE "10" TO BDG-STAT
               NOT AT END
                   PERFORM 0520-TAKE-BOARD-BADGE
           END-READ.
       0520-TAKE-BOARD-BADGE.
           MOVE SPACES TO BADGE-LINE-FIELDS WS-BL-TITLE.
           MOVE 1 TO WS-UNSTRING-PTR.
           UNSTRING BADGE-LINE DELIMITED BY ALL SPACE
               INTO BL-USER-ID BL-CODE BL-DATE
               WITH POINTER WS-UNSTRING-PTR.
           IF WS-UNSTRING-PTR <= 80
               MOVE BADGE-LINE(WS-UNSTRING-PTR:) TO WS-BL-TITLE
           END-IF.
           IF BL-DATE IS NUMERIC
                   AND BL-DATE NOT < WS-BOARD-FROM
                   AND BL-DATE NOT > WS-BOARD-DATE
               ADD 1 TO WS-BOARD-COUNT
               MOVE SPACES TO RPT-LINE
               STRING BL-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       BL-USER-ID DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       TRIM(WS-BL-TITLE) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       TRIM(BL-CODE) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0590-PRINT-RPT-LINE
           END-IF.
       0590-PRINT-RPT-LINE.
           MOVE "L" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0902-REGISTRY-FILE-ERROR.
      *    only status 35 means there is no registry; one that is
      *    there but will not open (a layout not yet converted by
      *    BIER-USRLOAD, a damaged index) must not be taken for
      *    none and let every ID through
           CALL "FSTATMSG" USING USR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           DISPLAY "BIER.USR ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   USR-STAT ")" UPON TERM.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
