       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-FINES.
      * cobc -x -Wall bier-fines.cob biercal.cob bierlkid.cob
      *                    bierauth.cob opsjrnl.cob biermsg.cob
      *                    bierpin.cob bierhash.cob
      *                    fstatmsg.cob bierenv.cob
      *                    -I copybooks -T bier-fines.lst
      *
      * usage: bier-fines yyyymm
      *   the team's euro-in-the-kitty rule, assessed instead of
      * counted off the BIER-EXCEPTIONS printout and the pledge
      * REPORT by hand.  for a finished month, every user/day on the
      * BIER.DAY summary is judged twice:
      *   - over the daily limit: more alcoholic entries than the
      *     BCTL-DAILY-MAX in force that day (BIER.CTLH history) or
      *     the user's own stricter BIER.USR override - the same
      *     judgement BIER-EXCEPTIONS prints;
      *   - inside a pledge: alcoholic entries on a day covered by
      *     one of the user's own BIER.PLG pledges, WARN or REFUSE.
      * alcohol-free entries never draw a fine.  the amounts come
      * from the BIER.FINE rule file, maintained by hand like
      * BIER.CAL (a leading * makes a comment line), one rule per
      * line:
      *     DAILYMAX     1.00
      *     PLEDGEWARN   1.00
      *     PLEDGEREFUSE 1.00
      *     MONTHCAP     5.00
      * a breach type with no rule (or 0.00) is not fined, and no
      * MONTHCAP means no cap.  a breach on a BIER.CAL T team-event
      * day is exempt; once a user's fines for the month reach the
      * cap the rest are not charged.  each fined user gets one
      * "yyyymm user amount FINE" line on BIER.DUES, which
      * BIER-KITTY STATEMENT shows in its own column apart from the
      * drink dues ASSESS posts, and a fines notice on BIER.NOTICE
      * listing every breach with what it cost, in the user's own
      * language (BIERMSG).  a month is fined once: a second run for
      * a period that already has FINE lines on BIER.DUES is
      * refused, and so is a month that hasn't finished yet.
      *   the run is the treasurer's and is granted through BIER.AUTH
      * (BIERAUTH) - a role with BIER-FINES *.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FINE-RULES ASSIGN TO "BIER.FINE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FINE-STAT.
           SELECT DUES-LEDGER ASSIGN TO "BIER.DUES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DUES-STAT.
           SELECT PLEDGE-FILE ASSIGN TO "BIER.PLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLG-STAT.
           SELECT NOTICE-FILE ASSIGN TO "BIER.NOTICE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NOTICE-STAT.
           SELECT BIER-CONTROL ASSIGN TO "BIER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STAT.
           SELECT CONTROL-HISTORY ASSIGN TO "BIER.CTLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLH-STAT.
           SELECT BIER-DAY ASSIGN TO "BIER.DAY"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS DAY-STAT.
           SELECT BIER-REGISTRY ASSIGN TO "BIER.USR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS USR-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  FINE-RULES.
       01  FINE-RULE-LINE                         PIC X(80).
       FD  DUES-LEDGER.
       01  DUES-LINE                              PIC X(40).
       FD  PLEDGE-FILE.
       01  PLEDGE-LINE                            PIC X(40).
       FD  NOTICE-FILE.
       01  NOTICE-LINE                            PIC X(80).
       FD  BIER-CONTROL.
       COPY "bierctl.cpy".
       FD  CONTROL-HISTORY.
       01  CONTROL-HISTORY-LINE                   PIC X(40).
       FD  BIER-DAY.
       COPY "bierday.cpy".
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       01  FINE-RULE-FIELDS.
           03  FR-KEYWORD                         PIC X(12).
           03  FR-AMOUNT                          PIC X(10).
       77  WS-FINE-DAILY-MAX                      PIC 9(03)V99 VALUE 0.
       77  WS-FINE-PLEDGE-WARN                    PIC 9(03)V99 VALUE 0.
       77  WS-FINE-PLEDGE-REFUSE                  PIC 9(03)V99 VALUE 0.
       77  WS-MONTH-CAP                           PIC 9(05)V99 VALUE 0.
       77  WS-RULE-AMOUNT                         PIC 9(05)V99.
       01  DUES-LINE-FIELDS.
           03  DL-PERIOD                          PIC X(06).
           03  DL-USER-ID                         PIC X(08).
           03  DL-AMOUNT                          PIC X(10).
           03  DL-KIND                            PIC X(04).
       01  PLEDGE-LINE-FIELDS.
           03  PL-USER-ID                         PIC X(08).
           03  PL-START-DATE                      PIC X(08).
           03  PL-END-DATE                        PIC X(08).
           03  PL-MODE                            PIC X(01).
       01  PLEDGE-TABLE.
           03  PT-ENTRY OCCURS 200 TIMES.
               05  PT-USER-ID                     PIC X(08).
               05  PT-START-DATE                  PIC 9(08).
               05  PT-END-DATE                    PIC 9(08).
               05  PT-MODE                        PIC X(01).
       77  WS-PT-COUNT                            PIC 9(03) VALUE 0.
       77  WS-PT-IDX                              PIC 9(03).
       01  CONTROL-HISTORY-FIELDS.
           03  CH-DATE-TOKEN                      PIC X(08).
           03  CH-SECONDS-TOKEN                   PIC X(05).
           03  CH-MAX-TOKEN                       PIC X(02).
       01  CONTROL-HISTORY-TABLE.
           03  CH-ENTRY OCCURS 60 TIMES.
               05  CH-EFF-DATE                    PIC 9(08).
               05  CH-DAILY-MAX                   PIC 9(02).
       77  WS-CH-COUNT                            PIC 9(02) VALUE 0.
       77  WS-CH-IDX                              PIC 9(02).
       77  WS-CH-BEST-DATE                        PIC 9(08).
       77  WS-CH-BEST-MAX                         PIC 9(02).
       77  WS-CH-FIRST-DATE                       PIC 9(08).
       77  WS-CH-FIRST-MAX                        PIC 9(02).
       77  WS-DAY-LIMIT                           PIC 9(02).
       77  WS-LIMIT-DATE                          PIC 9(08).
      * one line per breach found, in BIER.DAY order - user, then
      * date - so each user's breaches sit together for the notice
       01  BREACH-TABLE.
           03  BR-ENTRY OCCURS 600 TIMES.
               05  BR-USER-ID                     PIC X(08).
               05  BR-DATE                        PIC 9(08).
               05  BR-TYPE                        PIC X(01).
                   88  BR-OVER-LIMIT              VALUE "L".
                   88  BR-PLEDGE-WARN             VALUE "W".
                   88  BR-PLEDGE-REFUSE           VALUE "R".
               05  BR-DRINKS                      PIC 9(03).
               05  BR-LIMIT                       PIC 9(02).
               05  BR-AMOUNT                      PIC 9(03)V99.
               05  BR-STATE                       PIC X(01).
                   88  BR-CHARGED                 VALUE "C".
                   88  BR-PART-CHARGED            VALUE "P".
                   88  BR-TEAM-DAY                VALUE "T".
                   88  BR-OVER-CAP                VALUE "X".
       77  WS-BR-COUNT                            PIC 9(03) VALUE 0.
       77  WS-BR-IDX                              PIC 9(03).
       01  FINED-USER-TABLE.
           03  FU-ENTRY OCCURS 60 TIMES.
               05  FU-USER-ID                     PIC X(08).
               05  FU-TOTAL                       PIC 9(05)V99.
               05  FU-BREACHES                    PIC 9(03).
               05  FU-OVERRIDE-MAX                PIC 9(02).
       77  WS-FU-COUNT                            PIC 9(03) VALUE 0.
       77  WS-FU-IDX                              PIC 9(03).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-TALLY-USER                          PIC X(08).
       77  WS-DRINKS                              PIC 9(03).
       77  WS-BREACH-TYPE                         PIC X(01).
       77  WS-BREACH-FINE                         PIC 9(03)V99.
       77  WS-CHARGE                              PIC 9(05)V99.
       77  WS-DAY-TYPE                            PIC X(01).
       77  WS-DAY-MATCHED                         PIC 9(04) VALUE 0.
       77  WS-RECORD-PERIOD                       PIC 9(06).
       77  WS-ARG-PERIOD                          PIC X(06).
       77  WS-FINE-PERIOD                         PIC 9(06).
       77  WS-PERIOD-MONTH                        PIC 9(02).
       77  WS-CURRENT-PERIOD                      PIC 9(06).
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                              PIC X(18).
       77  WS-AMOUNT-EDIT                         PIC 9(06).9(02).
       77  WS-EURO-OUT                            PIC ZZZZ9.99.
       77  WS-CAP-OUT                             PIC ZZZZ9.99.
       77  WS-FINED-COUNT                         PIC 9(03) VALUE 0.
       77  WS-NOTICE-COUNT                        PIC 9(03) VALUE 0.
       77  WS-FINES-TOTAL                         PIC 9(07)V99 VALUE 0.
       77  WS-TOTAL-OUT                           PIC ZZZZZZ9.99.
       77  FINE-STAT                               PIC X(02).
       77  DUES-STAT                               PIC X(02).
       77  PLG-STAT                                PIC X(02).
       77  NOTICE-STAT                             PIC X(02).
       77  CTL-STAT                                PIC X(02).
       77  CTLH-STAT                               PIC X(02).
       77  DAY-STAT                                PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  WS-LOCK-RETRY                          PIC 9(02).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-ALREADY-FINED-SW                    PIC X(01).
           88  WS-ALREADY-FINED                   VALUE "Y".
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-FINES".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       COPY "biermsgd.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0002-CHECK-AUTHORITY.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0010-LOAD-FINE-RULES.
           PERFORM 0020-CHECK-NOT-FINED.
           PERFORM 0030-READ-CONTROL.
           PERFORM 0040-LOAD-CONTROL-HISTORY.
           PERFORM 0050-LOAD-PLEDGES.
           PERFORM 0100-SCAN-DAY-FILE.
           IF WS-FINED-COUNT = 0
               DISPLAY "NO FINES FOR " WS-FINE-PERIOD " - "
                       WS-BR-COUNT " BREACH(ES), NONE CHARGED"
                       UPON TERM
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0300-POST-FINES.
           MOVE 1 TO WS-FU-IDX.
           PERFORM 0400-WRITE-FINES-NOTICE
               UNTIL WS-FU-IDX > WS-FU-COUNT.
           PERFORM 0500-DISPLAY-SUMMARY.
           GO TO 9999-EXIT.
       0002-CHECK-AUTHORITY.
      *    the role table on BIER.AUTH (see BIERAUTH)
           MOVE SPACES TO WS-AUTH-ACTION.
           CALL "BIERAUTH" USING WS-AUTH-PROGRAM WS-AUTH-ACTION
                                 WS-AUTH-SW.
           IF NOT WS-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-ARG-PERIOD.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-PERIOD
           END-ACCEPT.
           IF WS-ARG-PERIOD NOT NUMERIC
               DISPLAY "USAGE: BIER-FINES YYYYMM" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-ARG-PERIOD TO WS-FINE-PERIOD.
           COMPUTE WS-PERIOD-MONTH = FUNCTION MOD(WS-FINE-PERIOD, 100).
           IF WS-PERIOD-MONTH < 1 OR WS-PERIOD-MONTH > 12
               DISPLAY "PERIOD ARGUMENT MUST BE YYYYMM" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
      *    a month still running would be fined again for its last
      *    days - which the once-only rule below then refuses
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           COMPUTE WS-CURRENT-PERIOD = WS-TODAY-DATE / 100.
           IF WS-FINE-PERIOD >= WS-CURRENT-PERIOD
               DISPLAY "PERIOD " WS-FINE-PERIOD " HAS NOT FINISHED "
                       "YET - FINES ARE ASSESSED ON A CLOSED MONTH"
                       UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0010-LOAD-FINE-RULES.
           OPEN INPUT FINE-RULES.
           IF FINE-STAT NOT = "00"
               DISPLAY "NO BIER.FINE RULES ON FILE (STATUS "
                       FINE-STAT ") - NOTHING TO FINE BY" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0015-READ-FINE-RULE
               UNTIL FINE-STAT = "10".
           CLOSE FINE-RULES.
           IF WS-FINE-DAILY-MAX = 0 AND WS-FINE-PLEDGE-WARN = 0
                   AND WS-FINE-PLEDGE-REFUSE = 0
               DISPLAY "BIER.FINE SETS NO AMOUNT FOR ANY BREACH - "
                       "NOTHING TO FINE BY" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0015-READ-FINE-RULE.
           READ FINE-RULES
               AT END
                   MOVE "10" TO FINE-STAT
               NOT AT END
                   IF FINE-RULE-LINE NOT = SPACES
                           AND FINE-RULE-LINE(1:1) NOT = "*"
                       PERFORM 0016-APPLY-FINE-RULE
                   END-IF
           END-READ.
       0016-APPLY-FINE-RULE.
           MOVE SPACES TO FINE-RULE-FIELDS.
           UNSTRING FINE-RULE-LINE DELIMITED BY ALL SPACE
               INTO FR-KEYWORD FR-AMOUNT.
           MOVE UPPER-CASE(FR-KEYWORD) TO FR-KEYWORD.
           IF FR-AMOUNT = SPACES OR TEST-NUMVAL(FR-AMOUNT) NOT = 0
               DISPLAY "BIER.FINE: " TRIM(FR-KEYWORD) " NEEDS AN "
                       "AMOUNT IN EUROS, IGNORED" UPON TERM
           ELSE
               COMPUTE WS-RULE-AMOUNT = NUMVAL(FR-AMOUNT)
                   ON SIZE ERROR
                       MOVE 0 TO WS-RULE-AMOUNT
               END-COMPUTE
               EVALUATE FR-KEYWORD
                   WHEN "DAILYMAX"
                       MOVE WS-RULE-AMOUNT TO WS-FINE-DAILY-MAX
                   WHEN "PLEDGEWARN"
                       MOVE WS-RULE-AMOUNT TO WS-FINE-PLEDGE-WARN
                   WHEN "PLEDGEREFUSE"
                       MOVE WS-RULE-AMOUNT TO WS-FINE-PLEDGE-REFUSE
                   WHEN "MONTHCAP"
                       MOVE WS-RULE-AMOUNT TO WS-MONTH-CAP
                   WHEN OTHER
                       DISPLAY "BIER.FINE: " TRIM(FR-KEYWORD)
                               " IS NOT A BREACH TYPE, IGNORED"
                               UPON TERM
               END-EVALUATE
           END-IF.
       0020-CHECK-NOT-FINED.
      *    the dues ledger is append-only, so a second run would
      *    fine every breach twice - the period may land once.  the
      *    drink dues ASSESS posts for the same month don't count.
      *    asked once up front and again under BIER.LCK just before
      *    the append, so two runs started together can't both land
           MOVE "N" TO WS-ALREADY-FINED-SW.
           OPEN INPUT DUES-LEDGER.
           IF DUES-STAT = "00"
               PERFORM 0025-SCAN-DUES-LINE
                   UNTIL DUES-STAT = "10" OR WS-ALREADY-FINED
               CLOSE DUES-LEDGER
           END-IF.
           IF WS-ALREADY-FINED
               DISPLAY "PERIOD " WS-FINE-PERIOD " IS "
                       "ALREADY FINED ON BIER.DUES" UPON TERM
               IF WS-LOCK-OK
                   PERFORM 0095-RELEASE-LOCK
               END-IF
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0025-SCAN-DUES-LINE.
           READ DUES-LEDGER
               AT END
                   MOVE "10" TO DUES-STAT
               NOT AT END
                   MOVE SPACES TO DUES-LINE-FIELDS
                   UNSTRING DUES-LINE DELIMITED BY ALL SPACE
                       INTO DL-PERIOD DL-USER-ID DL-AMOUNT DL-KIND
                   IF DL-PERIOD = WS-ARG-PERIOD AND DL-KIND = "FINE"
                       MOVE "Y" TO WS-ALREADY-FINED-SW
                   END-IF
           END-READ.
       0030-READ-CONTROL.
      *    same default bier.cob uses when there is no BIER.CTL
           MOVE 4 TO BCTL-DAILY-MAX.
           OPEN INPUT BIER-CONTROL.
           IF CTL-STAT = "00"
               READ BIER-CONTROL
                   AT END CONTINUE
               END-READ
               CLOSE BIER-CONTROL
           END-IF.
       0040-LOAD-CONTROL-HISTORY.
      *    as in BIER-EXCEPTIONS: each day is fined by the limit in
      *    force on it, not by today's
           OPEN INPUT CONTROL-HISTORY.
           IF CTLH-STAT = "00"
               PERFORM 0045-LOAD-HISTORY-STEP
                   UNTIL CTLH-STAT = "10" OR WS-CH-COUNT > 59
               CLOSE CONTROL-HISTORY
           END-IF.
       0045-LOAD-HISTORY-STEP.
           READ CONTROL-HISTORY
               AT END
                   MOVE "10" TO CTLH-STAT
               NOT AT END
                   MOVE SPACES TO CONTROL-HISTORY-FIELDS
                   UNSTRING CONTROL-HISTORY-LINE
                           DELIMITED BY ALL SPACE
                       INTO CH-DATE-TOKEN CH-SECONDS-TOKEN
                            CH-MAX-TOKEN
                   IF CH-DATE-TOKEN IS NUMERIC
                           AND CH-MAX-TOKEN IS NUMERIC
                       ADD 1 TO WS-CH-COUNT
                       MOVE CH-DATE-TOKEN TO CH-EFF-DATE(WS-CH-COUNT)
                       MOVE CH-MAX-TOKEN TO CH-DAILY-MAX(WS-CH-COUNT)
                   END-IF
           END-READ.
       0050-LOAD-PLEDGES.
           OPEN INPUT PLEDGE-FILE.
           IF PLG-STAT = "00"
               PERFORM 0055-LOAD-PLEDGE-STEP
                   UNTIL PLG-STAT = "10"
               CLOSE PLEDGE-FILE
           END-IF.
       0055-LOAD-PLEDGE-STEP.
           READ PLEDGE-FILE
               AT END
                   MOVE "10" TO PLG-STAT
               NOT AT END
                   MOVE SPACES TO PLEDGE-LINE-FIELDS
                   UNSTRING PLEDGE-LINE DELIMITED BY ALL SPACE
                       INTO PL-USER-ID PL-START-DATE PL-END-DATE
                            PL-MODE
                   IF PL-USER-ID NOT = SPACES
                           AND PL-START-DATE IS NUMERIC
                           AND PL-END-DATE IS NUMERIC
                       IF WS-PT-COUNT < 200
                           ADD 1 TO WS-PT-COUNT
                           MOVE PL-USER-ID TO PT-USER-ID(WS-PT-COUNT)
                           MOVE PL-START-DATE
                               TO PT-START-DATE(WS-PT-COUNT)
                           MOVE PL-END-DATE TO PT-END-DATE(WS-PT-COUNT)
                           MOVE PL-MODE TO PT-MODE(WS-PT-COUNT)
                       ELSE
                           DISPLAY "BIER.PLG HAS MORE THAN 200 "
                                   "PLEDGES, IGNORING "
                                   TRIM(PL-USER-ID) " " PL-START-DATE
                                   UPON TERM
                       END-IF
                   END-IF
           END-READ.
       0100-SCAN-DAY-FILE.
      *    the per-user-per-day summary is the one source: a fine is
      *    money, and the summary is what the compliance reports
      *    already stand on.  a month it holds nothing for has to be
      *    rebuilt first rather than fined as if nobody drank
           OPEN INPUT BIER-DAY.
           IF DAY-STAT NOT = "00"
               DISPLAY "BIER.DAY COULD NOT BE OPENED (STATUS "
                       DAY-STAT ") - RUN BIER-DAYBUILD FIRST" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0110-READ-DAY-RECORD
               UNTIL DAY-STAT = "10".
           CLOSE BIER-DAY.
           IF WS-DAY-MATCHED = 0
               DISPLAY "BIER.DAY HOLDS NOTHING FOR " WS-FINE-PERIOD
                       " - RUN BIER-DAYBUILD FIRST" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0110-READ-DAY-RECORD.
           READ BIER-DAY NEXT RECORD
               AT END
                   MOVE "10" TO DAY-STAT
               NOT AT END
                   COMPUTE WS-RECORD-PERIOD = BDAY-DATE-NUMERIC / 100
                   IF WS-RECORD-PERIOD = WS-FINE-PERIOD
                       ADD 1 TO WS-DAY-MATCHED
                       PERFORM 0120-JUDGE-DAY
                   END-IF
           END-READ.
       0120-JUDGE-DAY.
           IF BDAY-AF-COUNT < BDAY-ENTRY-COUNT
               COMPUTE WS-DRINKS = BDAY-ENTRY-COUNT - BDAY-AF-COUNT
           ELSE
               MOVE 0 TO WS-DRINKS
           END-IF.
           IF WS-DRINKS > 0
               PERFORM 0125-JUDGE-DRINKING-DAY
           END-IF.
       0125-JUDGE-DRINKING-DAY.
           MOVE BDAY-USER-ID TO WS-TALLY-USER.
           PERFORM 0200-NOTE-USER.
           IF FU-OVERRIDE-MAX(WS-FU-IDX) > 0
               MOVE FU-OVERRIDE-MAX(WS-FU-IDX) TO WS-DAY-LIMIT
           ELSE
               MOVE BDAY-DATE-NUMERIC TO WS-LIMIT-DATE
               PERFORM 0150-LIMIT-FOR-DATE
           END-IF.
           IF WS-DRINKS > WS-DAY-LIMIT AND WS-FINE-DAILY-MAX > 0
               MOVE "L" TO WS-BREACH-TYPE
               MOVE WS-FINE-DAILY-MAX TO WS-BREACH-FINE
               PERFORM 0130-RECORD-BREACH
           END-IF.
           PERFORM 0140-FIND-PLEDGE.
           IF WS-FOUND-YES
               IF PT-MODE(WS-PT-IDX) = "R"
                   MOVE "R" TO WS-BREACH-TYPE
                   MOVE WS-FINE-PLEDGE-REFUSE TO WS-BREACH-FINE
               ELSE
                   MOVE "W" TO WS-BREACH-TYPE
                   MOVE WS-FINE-PLEDGE-WARN TO WS-BREACH-FINE
               END-IF
               IF WS-BREACH-FINE > 0
                   PERFORM 0130-RECORD-BREACH
               END-IF
           END-IF.
       0130-RECORD-BREACH.
           IF WS-BR-COUNT > 599
               DISPLAY "BREACH TABLE IS FULL AT 600 ENTRIES, CANNOT "
                       "ADD " TRIM(WS-TALLY-USER) "/"
                       BDAY-DATE-NUMERIC " - NOTHING POSTED" UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-BR-COUNT.
           MOVE WS-TALLY-USER TO BR-USER-ID(WS-BR-COUNT).
           MOVE BDAY-DATE-NUMERIC TO BR-DATE(WS-BR-COUNT).
           MOVE WS-BREACH-TYPE TO BR-TYPE(WS-BR-COUNT).
           MOVE WS-DRINKS TO BR-DRINKS(WS-BR-COUNT).
           MOVE WS-DAY-LIMIT TO BR-LIMIT(WS-BR-COUNT).
           MOVE 0 TO BR-AMOUNT(WS-BR-COUNT).
           ADD 1 TO FU-BREACHES(WS-FU-IDX).
      *    team-event days are the team's own business, whatever the
      *    limit or the pledge said
           CALL "BIERCAL" USING BDAY-DATE-NUMERIC WS-DAY-TYPE.
           IF WS-DAY-TYPE = "T"
               MOVE "T" TO BR-STATE(WS-BR-COUNT)
           ELSE
               PERFORM 0135-CHARGE-BREACH
           END-IF.
       0135-CHARGE-BREACH.
      *    up to the monthly cap and no further: the breach that
      *    crosses it pays the remainder, the ones after it nothing
           MOVE WS-BREACH-FINE TO WS-CHARGE.
           MOVE "C" TO BR-STATE(WS-BR-COUNT).
           IF WS-MONTH-CAP > 0
               IF FU-TOTAL(WS-FU-IDX) >= WS-MONTH-CAP
                   MOVE 0 TO WS-CHARGE
                   MOVE "X" TO BR-STATE(WS-BR-COUNT)
               ELSE
                   IF FU-TOTAL(WS-FU-IDX) + WS-CHARGE > WS-MONTH-CAP
                       COMPUTE WS-CHARGE =
                               WS-MONTH-CAP - FU-TOTAL(WS-FU-IDX)
                       MOVE "P" TO BR-STATE(WS-BR-COUNT)
                   END-IF
               END-IF
           END-IF.
           MOVE WS-CHARGE TO BR-AMOUNT(WS-BR-COUNT).
           IF FU-TOTAL(WS-FU-IDX) = 0 AND WS-CHARGE > 0
               ADD 1 TO WS-FINED-COUNT
           END-IF.
           ADD WS-CHARGE TO FU-TOTAL(WS-FU-IDX).
           ADD WS-CHARGE TO WS-FINES-TOTAL.
       0140-FIND-PLEDGE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-PT-IDX.
           PERFORM 0145-FIND-PLEDGE-STEP
               UNTIL WS-PT-IDX > WS-PT-COUNT OR WS-FOUND-YES.
       0145-FIND-PLEDGE-STEP.
           IF PT-USER-ID(WS-PT-IDX) = WS-TALLY-USER
                   AND BDAY-DATE-NUMERIC >= PT-START-DATE(WS-PT-IDX)
                   AND BDAY-DATE-NUMERIC <= PT-END-DATE(WS-PT-IDX)
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-PT-IDX
           END-IF.
       0150-LIMIT-FOR-DATE.
      *    the daily max in force on WS-LIMIT-DATE, exactly as
      *    BIER-EXCEPTIONS' 0200-LIMIT-FOR-DATE works it out
           MOVE 0 TO WS-CH-BEST-DATE WS-CH-BEST-MAX.
           MOVE 99999999 TO WS-CH-FIRST-DATE.
           MOVE 0 TO WS-CH-FIRST-MAX.
           MOVE 1 TO WS-CH-IDX.
           PERFORM 0155-LIMIT-SCAN-STEP
               UNTIL WS-CH-IDX > WS-CH-COUNT.
           EVALUATE TRUE
               WHEN WS-CH-BEST-DATE > 0
                   MOVE WS-CH-BEST-MAX TO WS-DAY-LIMIT
               WHEN WS-CH-FIRST-DATE < 99999999
                   MOVE WS-CH-FIRST-MAX TO WS-DAY-LIMIT
               WHEN OTHER
                   MOVE BCTL-DAILY-MAX TO WS-DAY-LIMIT
           END-EVALUATE.
       0155-LIMIT-SCAN-STEP.
           IF CH-EFF-DATE(WS-CH-IDX) <= WS-LIMIT-DATE
                   AND CH-EFF-DATE(WS-CH-IDX) >= WS-CH-BEST-DATE
               MOVE CH-EFF-DATE(WS-CH-IDX) TO WS-CH-BEST-DATE
               MOVE CH-DAILY-MAX(WS-CH-IDX) TO WS-CH-BEST-MAX
           END-IF.
           IF CH-EFF-DATE(WS-CH-IDX) < WS-CH-FIRST-DATE
               MOVE CH-EFF-DATE(WS-CH-IDX) TO WS-CH-FIRST-DATE
               MOVE CH-DAILY-MAX(WS-CH-IDX) TO WS-CH-FIRST-MAX
           END-IF.
           ADD 1 TO WS-CH-IDX.
       0200-NOTE-USER.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-FU-IDX.
           PERFORM 0205-NOTE-USER-STEP
               UNTIL WS-FU-IDX > WS-FU-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               IF WS-FU-COUNT > 59
                   DISPLAY "USER TABLE IS FULL AT 60 USERS, CANNOT "
                           "ADD " TRIM(WS-TALLY-USER)
                           " - NOTHING POSTED" UPON TERM
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-FU-COUNT
               MOVE WS-FU-COUNT TO WS-FU-IDX
               MOVE WS-TALLY-USER TO FU-USER-ID(WS-FU-IDX)
               MOVE 0 TO FU-TOTAL(WS-FU-IDX)
               MOVE 0 TO FU-BREACHES(WS-FU-IDX)
               PERFORM 0210-SET-USER-LIMIT
           END-IF.
       0205-NOTE-USER-STEP.
           IF FU-USER-ID(WS-FU-IDX) = WS-TALLY-USER
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-FU-IDX
           END-IF.
       0210-SET-USER-LIMIT.
      *    the personal override wins over the shared limit, as it
      *    does at entry and in BIER-EXCEPTIONS
           MOVE 0 TO FU-OVERRIDE-MAX(WS-FU-IDX).
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE WS-TALLY-USER TO BUSR-USER-ID
               READ BIER-REGISTRY
                   KEY IS BUSR-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BUSR-DAILY-MAX-OVERRIDE > 0
                           MOVE BUSR-DAILY-MAX-OVERRIDE
                               TO FU-OVERRIDE-MAX(WS-FU-IDX)
                       END-IF
               END-READ
               CLOSE BIER-REGISTRY
           END-IF.
       0300-POST-FINES.
           PERFORM 0009-ACQUIRE-LOCK.
           PERFORM 0020-CHECK-NOT-FINED.
           OPEN EXTEND DUES-LEDGER.
           IF DUES-STAT = "35"
               CLOSE DUES-LEDGER
               OPEN OUTPUT DUES-LEDGER
           END-IF.
           IF DUES-STAT NOT = "00"
               DISPLAY "BIER.DUES COULD NOT BE OPENED (STATUS "
                       DUES-STAT ") - NO FINES POSTED" UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE 1 TO WS-FU-IDX.
           PERFORM 0310-WRITE-FINE-LINE
               UNTIL WS-FU-IDX > WS-FU-COUNT.
           CLOSE DUES-LEDGER.
           PERFORM 0095-RELEASE-LOCK.
       0310-WRITE-FINE-LINE.
           IF FU-TOTAL(WS-FU-IDX) > 0
               MOVE FU-TOTAL(WS-FU-IDX) TO WS-AMOUNT-EDIT
               MOVE SPACES TO DUES-LINE
               STRING WS-FINE-PERIOD DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(FU-USER-ID(WS-FU-IDX)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-AMOUNT-EDIT DELIMITED BY SIZE
                       " FINE" DELIMITED BY SIZE
                   INTO DUES-LINE
               WRITE DUES-LINE
           END-IF.
           ADD 1 TO WS-FU-IDX.
       0009-ACQUIRE-LOCK.
      *    held for the append so this doesn't collide with a live
      *    BIER run or another ledger job - the same stance
      *    bier-kitty takes for its own ledgers
           MOVE 0 TO WS-LOCK-RETRY.
           MOVE "N" TO WS-LOCK-ACQUIRED-SW.
           PERFORM 0009-LOCK-ATTEMPT
               UNTIL WS-LOCK-OK OR WS-LOCK-RETRY > 10.
           IF NOT WS-LOCK-OK
               DISPLAY "BIER.FILE IS LOCKED BY ANOTHER RUN, GIVING UP"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0009-LOCK-ATTEMPT.
           OPEN EXTEND BIER-LOCK.
           IF LOCK-STAT = "35"
               CLOSE BIER-LOCK
               OPEN OUTPUT BIER-LOCK
           END-IF.
           IF LOCK-STAT = "00"
               MOVE "FINES" TO WS-LOCK-OWNER
               CALL "BIERLKID" USING WS-LOCK-OWNER LOCK-RECORD
               WRITE LOCK-RECORD
               MOVE "Y" TO WS-LOCK-ACQUIRED-SW
           ELSE
               ADD 1 TO WS-LOCK-RETRY
               CALL "SYSTEM" USING "sleep 1"
           END-IF.
       0095-RELEASE-LOCK.
           CLOSE BIER-LOCK.
           CALL "SYSTEM" USING "rm -f BIER.LCK".
       0400-WRITE-FINES-NOTICE.
      *    one notice per fined user: every breach of the month with
      *    what it cost, the exempt and capped ones included so the
      *    notice adds up to the BIER.DUES line
           IF FU-TOTAL(WS-FU-IDX) > 0
               PERFORM 0410-WRITE-ONE-NOTICE
           END-IF.
           ADD 1 TO WS-FU-IDX.
       0410-WRITE-ONE-NOTICE.
           OPEN EXTEND NOTICE-FILE.
           IF NOTICE-STAT = "35"
               CLOSE NOTICE-FILE
               OPEN OUTPUT NOTICE-FILE
           END-IF.
           IF NOTICE-STAT = "00"
               PERFORM 0415-WRITE-NOTICE-LINES
               CLOSE NOTICE-FILE
               ADD 1 TO WS-NOTICE-COUNT
           ELSE
      *        the fine is already on BIER.DUES - a missing notice
      *        is worth a warning, not a failed run
               DISPLAY "BIER.NOTICE COULD NOT BE OPENED (STATUS "
                       NOTICE-STAT "), NOTICE FOR "
                       TRIM(FU-USER-ID(WS-FU-IDX)) " NOT WRITTEN"
                       UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
       0415-WRITE-NOTICE-LINES.
           MOVE ALL "=" TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 5001 TO BMSG-NUMBER.
           MOVE "KITTY FINES FOR &1 - PERIOD &2   (PRINTED &3)"
               TO BMSG-TEXT.
           MOVE FU-USER-ID(WS-FU-IDX) TO BMSG-ARG(1).
           MOVE WS-FINE-PERIOD TO BMSG-ARG(2).
           MOVE WS-TODAY-DATE TO BMSG-ARG(3).
           PERFORM 0450-TAKE-NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE 1 TO WS-BR-IDX.
           PERFORM 0420-WRITE-BREACH-LINE
               UNTIL WS-BR-IDX > WS-BR-COUNT.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 5008 TO BMSG-NUMBER.
           MOVE "TOTAL ADDED TO YOUR KITTY DUES: &1 EUR" TO BMSG-TEXT.
           MOVE FU-TOTAL(WS-FU-IDX) TO WS-EURO-OUT.
           MOVE WS-EURO-OUT TO BMSG-ARG(1).
           PERFORM 0450-TAKE-NOTICE-LINE.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 5009 TO BMSG-NUMBER.
           MOVE "PAY IT INTO THE KITTY WITH BIER-KITTY DEPOSIT."
               TO BMSG-TEXT.
           PERFORM 0450-TAKE-NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
       0420-WRITE-BREACH-LINE.
           IF BR-USER-ID(WS-BR-IDX) = FU-USER-ID(WS-FU-IDX)
               PERFORM 0430-TAKE-BREACH-TEXT
               IF NOT BR-CHARGED(WS-BR-IDX)
                   PERFORM 0440-TAKE-STATE-TEXT
               END-IF
           END-IF.
           ADD 1 TO WS-BR-IDX.
       0430-TAKE-BREACH-TEXT.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE BR-DATE(WS-BR-IDX) TO BMSG-ARG(1).
           MOVE BR-AMOUNT(WS-BR-IDX) TO WS-EURO-OUT.
           MOVE WS-EURO-OUT TO BMSG-ARG(2).
           MOVE BR-DRINKS(WS-BR-IDX) TO BMSG-ARG(3).
           EVALUATE TRUE
               WHEN BR-OVER-LIMIT(WS-BR-IDX)
                   MOVE 5002 TO BMSG-NUMBER
                   MOVE
                    "  &1  &2 EUR  OVER THE DAILY LIMIT (&3 DRINKS, LIMI
      -             "T &4)"
                       TO BMSG-TEXT
                   MOVE BR-LIMIT(WS-BR-IDX) TO BMSG-ARG(4)
               WHEN BR-PLEDGE-REFUSE(WS-BR-IDX)
                   MOVE 5004 TO BMSG-NUMBER
                   MOVE
                    "  &1  &2 EUR  INSIDE YOUR OWN REFUSE PLEDGE (&3 DRI
      -             "NKS)"
                       TO BMSG-TEXT
               WHEN OTHER
                   MOVE 5003 TO BMSG-NUMBER
                   MOVE
                    "  &1  &2 EUR  INSIDE YOUR OWN WARN PLEDGE (&3 DRINK
      -             "S)"
                       TO BMSG-TEXT
           END-EVALUATE.
           PERFORM 0450-TAKE-NOTICE-LINE.
       0440-TAKE-STATE-TEXT.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE WS-MONTH-CAP TO WS-CAP-OUT.
           MOVE WS-CAP-OUT TO BMSG-ARG(1).
           EVALUATE TRUE
               WHEN BR-TEAM-DAY(WS-BR-IDX)
                   MOVE 5005 TO BMSG-NUMBER
                   MOVE "              NOT CHARGED - A TEAM-EVENT DAY"
                       TO BMSG-TEXT
               WHEN BR-OVER-CAP(WS-BR-IDX)
                   MOVE 5006 TO BMSG-NUMBER
                   MOVE
                    "              NOT CHARGED - THE MONTHLY MAXIMUM OF
      -             "&1 EUR IS REACHED"
                       TO BMSG-TEXT
               WHEN OTHER
                   MOVE 5007 TO BMSG-NUMBER
                   MOVE
                    "              PART CHARGED - THE MONTHLY MAXIMUM IS
      -             " &1 EUR"
                       TO BMSG-TEXT
           END-EVALUATE.
           PERFORM 0450-TAKE-NOTICE-LINE.
       0450-TAKE-NOTICE-LINE.
      *    in the fined user's own language (see BIERMSG)
           MOVE FU-USER-ID(WS-FU-IDX) TO BMSG-USER-ID.
           CALL "BIERMSG" USING BIER-MESSAGE-AREA.
           MOVE BMSG-TEXT TO NOTICE-LINE.
           WRITE NOTICE-LINE.
       0500-DISPLAY-SUMMARY.
           DISPLAY "KITTY FINES FOR PERIOD " WS-FINE-PERIOD UPON TERM.
           DISPLAY "USER      BREACHES   FINED EUR" UPON TERM.
           DISPLAY "------------------------------" UPON TERM.
           MOVE 1 TO WS-FU-IDX.
           PERFORM 0510-DISPLAY-USER-LINE
               UNTIL WS-FU-IDX > WS-FU-COUNT.
           DISPLAY "------------------------------" UPON TERM.
           MOVE WS-FINES-TOTAL TO WS-TOTAL-OUT.
           DISPLAY WS-FINED-COUNT " USER(S) FINED " TRIM(WS-TOTAL-OUT)
                   " EUR ON BIER.DUES, " WS-NOTICE-COUNT
                   " NOTICE(S) WRITTEN TO BIER.NOTICE" UPON TERM.
       0510-DISPLAY-USER-LINE.
           IF FU-BREACHES(WS-FU-IDX) > 0
               MOVE FU-TOTAL(WS-FU-IDX) TO WS-EURO-OUT
               DISPLAY FU-USER-ID(WS-FU-IDX) "  "
                       FU-BREACHES(WS-FU-IDX) "        "
                       WS-EURO-OUT UPON TERM
           END-IF.
           ADD 1 TO WS-FU-IDX.
       0902-REGISTRY-FILE-ERROR.
      *    only status 35 means there is no registry; one that is
      *    there but will not open (a layout not yet converted by
      *    BIER-USRLOAD, a damaged index) must not be taken for
      *    none and let every ID through
           CALL "FSTATMSG" USING USR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           DISPLAY "BIER.USR ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   USR-STAT ")" UPON TERM.
           IF WS-LOCK-OK
               PERFORM 0095-RELEASE-LOCK
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
