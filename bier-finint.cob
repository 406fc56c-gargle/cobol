       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-FININT.
      * cobc -x -Wall bier-finint.cob fstatmsg.cob biergenr.cob
      *                    bierpcls.cob opsjrnl.cob
      *                    bierenv.cob -I copybooks -T bier-finint.lst
      *
      * usage: bier-finint yyyymm
      *   the month's figures for the company ledger, as a file
      * finance loads instead of screenshots they rekey.  only a
      * period closed on BIER.CLS (see BIER-CLOSE) is accepted, and
      * the run writes BIER.FIN.YYYYMM: a header, one posting line
      * per account, cost centre and analysis code, and a trailer.
      *   drink revenue is priced by beverage the way BIER-SPEND
      * prices it (BIER.PRCH in force on the day, else the BIER.BEV
      * price), confirmed rounds at the going rate, guest charges
      * from BIER.GST by beverage, kitty deposits from BIER.KTY, and
      * event spend for every BIER.EVT event whose window falls in
      * the month.  anything consumed inside an event window is
      * booked to the event's cost centre (its id), the rest to
      * CANTEEN.  every credit has its matching debit, so the header
      * and the trailer carry the line count and equal debit and
      * credit totals.
      *   before anything is written the member charges (drinks +
      * rounds + guests) are tied back to the period's lines on
      * BIER.SPND; when they differ - a late BIER-SPEND run was never
      * made, or prices changed after it - the period is refused and
      * nothing goes to finance.
      *
      * posting line, fixed columns:
      *   1 D  2 period(6)  8 account(6)  14 cost centre(8)
      *  22 analysis(16)  38 D/C  39 amount 9(9)V99  50 quantity(7)
      *  57 text(30)
      * header H / trailer T: 1 type  2 system(8)  10 period(6)
      *  16 created yyyymmddhhmmss  30 lines(7)  37 debits 9(11)V99
      *  50 credits 9(11)V99
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT BIER-BEVERAGE ASSIGN TO "BIER.BEV"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BBEV-CODE
               FILE STATUS IS BEV-STAT.
           SELECT BIER-ROUND ASSIGN TO "BIER.RND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RND-STAT.
           SELECT BIER-PERIOD ASSIGN TO "BIER.PRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-STAT.
           SELECT PRICE-HISTORY ASSIGN TO "BIER.PRCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRCH-STAT.
           SELECT GUEST-LEDGER ASSIGN TO "BIER.GST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GST-STAT.
           SELECT KITTY-LEDGER ASSIGN TO "BIER.KTY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KTY-STAT.
           SELECT EVENT-FILE ASSIGN TO "BIER.EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVT-STAT.
           SELECT SPEND-SUMMARY ASSIGN TO "BIER.SPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPND-STAT.
      * DD_FINFILE is pointed at BIER.FIN.YYYYMM before the OPEN
           SELECT FINANCE-FILE ASSIGN TO "DD_FINFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS FIN-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER.
       COPY "bierrec.cpy".
       FD  BIER-GEN.
       01  GEN-BIER-RECORD.
           03  GEN-BIER-KEY.
               05  GEN-BIER-TIMESTAMP-NUMERIC    PIC 9(14).
               05  GEN-BIER-USER-ID              PIC X(08).
           03  GEN-BIER-BEVERAGE-TYPE             PIC X(16).
           03  GEN-BIER-SITE-ID                   PIC X(04).
       FD  BIER-BEVERAGE.
       COPY "bierbev.cpy".
       FD  BIER-ROUND.
       01  ROUND-LINE                             PIC X(40).
       FD  BIER-PERIOD.
       COPY "bierprd.cpy".
       FD  PRICE-HISTORY.
       01  PRICE-HISTORY-LINE                     PIC X(40).
       FD  GUEST-LEDGER.
       01  GUEST-LINE                             PIC X(60).
       FD  KITTY-LEDGER.
       01  KITTY-LINE                             PIC X(40).
       FD  EVENT-FILE.
       01  EVENT-LINE                             PIC X(80).
       FD  SPEND-SUMMARY.
       01  SPEND-SUMMARY-LINE                     PIC X(40).
       FD  FINANCE-FILE.
       01  FIN-DETAIL-RECORD.
           03  FIN-D-REC-TYPE                     PIC X(01).
           03  FIN-D-PERIOD                       PIC 9(06).
           03  FIN-D-ACCOUNT                      PIC X(06).
           03  FIN-D-COST-CENTRE                  PIC X(08).
           03  FIN-D-ANALYSIS                     PIC X(16).
           03  FIN-D-DEBIT-CREDIT                 PIC X(01).
           03  FIN-D-AMOUNT                       PIC 9(09)V99.
           03  FIN-D-QUANTITY                     PIC 9(07).
           03  FIN-D-TEXT                         PIC X(30).
       01  FIN-CONTROL-RECORD.
           03  FIN-C-REC-TYPE                     PIC X(01).
           03  FIN-C-SYSTEM                       PIC X(08).
           03  FIN-C-PERIOD                       PIC 9(06).
           03  FIN-C-CREATED                      PIC 9(14).
           03  FIN-C-LINE-COUNT                   PIC 9(07).
           03  FIN-C-DEBIT-TOTAL                  PIC 9(11)V99.
           03  FIN-C-CREDIT-TOTAL                 PIC 9(11)V99.
           03  FILLER                             PIC X(24).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
      * finance's chart of accounts for the canteen
       77  WS-ACCT-DRINK-REVENUE                  PIC X(06)
                                                  VALUE "410000".
       77  WS-ACCT-ROUND-REVENUE                  PIC X(06)
                                                  VALUE "410100".
       77  WS-ACCT-GUEST-REVENUE                  PIC X(06)
                                                  VALUE "410200".
       77  WS-ACCT-MEMBER-RECEIVABLE              PIC X(06)
                                                  VALUE "130000".
       77  WS-ACCT-KITTY-CASH                     PIC X(06)
                                                  VALUE "101000".
       77  WS-ACCT-KITTY-DEPOSITS                 PIC X(06)
                                                  VALUE "210000".
       77  WS-ACCT-EVENT-SPEND                    PIC X(06)
                                                  VALUE "610000".
       77  WS-CANTEEN-CENTRE                      PIC X(08)
                                                  VALUE "CANTEEN".
       01  POSTING-TABLE.
           03  POSTING OCCURS 300 TIMES.
               05  PL-ACCOUNT                     PIC X(06).
               05  PL-COST-CENTRE                 PIC X(08).
               05  PL-ANALYSIS                    PIC X(16).
               05  PL-DEBIT-CREDIT                PIC X(01).
               05  PL-AMOUNT                      PIC 9(09)V99.
               05  PL-QUANTITY                    PIC 9(07).
               05  PL-TEXT                        PIC X(30).
       77  WS-PL-COUNT                            PIC 9(03) VALUE 0.
       77  WS-PL-IDX                              PIC 9(03).
       01  POSTING-KEY.
           03  PK-ACCOUNT                         PIC X(06).
           03  PK-COST-CENTRE                     PIC X(08).
           03  PK-ANALYSIS                        PIC X(16).
           03  PK-DEBIT-CREDIT                    PIC X(01).
       77  WS-PK-TEXT                             PIC X(30).
       77  WS-PK-AMOUNT                           PIC 9(09)V99.
       77  WS-PK-QUANTITY                         PIC 9(07).
      * member charges per cost centre, for the receivable debits
       01  CENTRE-TABLE.
           03  CENTRE-TOTAL OCCURS 60 TIMES.
               05  CT-COST-CENTRE                 PIC X(08).
               05  CT-AMOUNT                      PIC 9(09)V99.
               05  CT-QUANTITY                    PIC 9(07).
       77  WS-CT-COUNT                            PIC 9(03) VALUE 0.
       77  WS-CT-IDX                              PIC 9(03).
       01  EVENT-TABLE.
           03  EVENT-WINDOW OCCURS 50 TIMES.
               05  EW-ID                          PIC X(08).
               05  EW-START                       PIC 9(14).
               05  EW-END                         PIC 9(14).
               05  EW-BUDGET                      PIC 9(07)V99.
               05  EW-NAME                        PIC X(24).
       77  WS-EW-COUNT                            PIC 9(03) VALUE 0.
       77  WS-EW-IDX                              PIC 9(03).
       01  EVENT-LINE-FIELDS.
           03  EV-ID                              PIC X(08).
           03  EV-START                           PIC X(14).
           03  EV-END                             PIC X(14).
           03  EV-BUDGET                          PIC X(08).
           03  EV-NAME                            PIC X(24).
       01  GUEST-LINE-FIELDS.
           03  GL-TIMESTAMP                       PIC X(14).
           03  GL-HOST-ID                         PIC X(08).
           03  GL-GUEST-NAME                      PIC X(16).
           03  GL-BEVERAGE                        PIC X(16).
       01  KITTY-LINE-FIELDS.
           03  KL-TIMESTAMP                       PIC X(14).
           03  KL-USER-ID                         PIC X(08).
           03  KL-AMOUNT                          PIC X(12).
       01  SPEND-LINE-FIELDS.
           03  SP-PERIOD                          PIC X(06).
           03  SP-USER-ID                         PIC X(08).
           03  SP-AMOUNT                          PIC X(12).
       01  ROUND-LINE-FIELDS.
           03  RL-TIMESTAMP                       PIC X(14).
           03  RL-BUYER-ID                        PIC X(08).
           03  RL-RECIPIENT-ID                     PIC X(08).
           03  RL-ROUND-COUNT                     PIC 9(02).
           03  RL-STATUS                          PIC X(01).
       01  PRICE-HISTORY-FIELDS.
           03  PH-CODE-TOKEN                      PIC X(16).
           03  PH-DATE-TOKEN                      PIC X(08).
           03  PH-PRICE-TOKEN                     PIC X(07).
       01  PRICE-HISTORY-TABLE.
           03  PH-ENTRY OCCURS 200 TIMES.
               05  PH-CODE                        PIC X(16).
               05  PH-EFF-DATE                    PIC 9(08).
               05  PH-PRICE                       PIC 9(03)V99.
       77  WS-PH-COUNT                            PIC 9(03) VALUE 0.
       77  WS-PH-IDX                              PIC 9(03).
       77  WS-PH-BEST-DATE                        PIC 9(08).
       77  WS-PH-BEST-PRICE                       PIC 9(03)V99.
       77  WS-PH-FIRST-DATE                       PIC 9(08).
       77  WS-PH-FIRST-PRICE                      PIC 9(03)V99.
       77  WS-DATED-PRICE                         PIC 9(03)V99.
       01  PRICE-CATALOG-TABLE.
           03  PRICE-CAT OCCURS 40 TIMES.
               05  PC-CODE                        PIC X(16).
               05  PC-PRICE                       PIC 9(03)V99.
       77  WS-CAT-COUNT                           PIC 9(03) VALUE 0.
       77  WS-CAT-IDX                             PIC 9(03).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-TALLY-CODE                          PIC X(16).
       77  WS-TALLY-DATE                          PIC 9(08).
       77  WS-TALLY-TIMESTAMP                     PIC 9(14).
       77  WS-TALLY-CENTRE                        PIC X(08).
       77  WS-GOING-RATE                          PIC 9(03)V99
                                                  VALUE 0.
       77  WS-LINE-SPEND                          PIC 9(07)V99.
       77  WS-UNPRICED-COUNT                      PIC 9(05) VALUE 0.
       77  WS-REPORT-PERIOD                       PIC 9(06).
       77  WS-RECORD-PERIOD                       PIC 9(06).
       77  WS-PERIOD-DATE                         PIC 9(08).
       77  WS-PERIOD-STATE                        PIC X(01).
       77  WS-ARG-PERIOD                          PIC X(06).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       77  WS-FIN-NAME                            PIC X(40).
       77  WS-MEMBER-TOTAL                        PIC 9(09)V99 VALUE 0.
       77  WS-SPEND-TOTAL                         PIC 9(09)V99 VALUE 0.
       77  WS-SPEND-LINES                         PIC 9(05) VALUE 0.
       77  WS-KITTY-TOTAL                         PIC 9(09)V99 VALUE 0.
       77  WS-KITTY-COUNT                         PIC 9(07) VALUE 0.
       77  WS-EVENT-SPEND                         PIC 9(09)V99.
       77  WS-EVENT-QUANTITY                      PIC 9(07).
       77  WS-DEBIT-TOTAL                         PIC 9(11)V99 VALUE 0.
       77  WS-CREDIT-TOTAL                        PIC 9(11)V99 VALUE 0.
       77  WS-CONTROL-TYPE                        PIC X(01).
       77  WS-BUDGET-OUT                          PIC ZZZZZZ9.99.
       77  WS-EURO-OUT                            PIC ZZZZZZZZ9.99.
       01  WS-NOW-DATA.
           03  WS-NOW-TIMESTAMP                   PIC 9(14).
           03  FILLER                             PIC X(07).
       01  WS-TODAY-DATE-DATA REDEFINES WS-NOW-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                             PIC X(13).
       77  FILE-STAT                               PIC X(02).
       77  GEN-STAT                                PIC X(02).
       77  BEV-STAT                                PIC X(02).
       77  RND-STAT                                PIC X(02).
       77  PRD-STAT                                PIC X(02).
       77  PRCH-STAT                               PIC X(02).
       77  GST-STAT                                PIC X(02).
       77  KTY-STAT                                PIC X(02).
       77  EVT-STAT                                PIC X(02).
       77  SPND-STAT                               PIC X(02).
       77  FIN-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-DETERMINE-PERIOD.
           PERFORM 0007-CHECK-CLOSED-PERIOD.
           PERFORM 0010-LOAD-CATALOG.
           PERFORM 0015-LOAD-PRICE-HISTORY.
           PERFORM 0025-LOAD-EVENTS.
           PERFORM 0030-SCAN-ENTRIES.
           PERFORM 0050-SCAN-ROUNDS.
           PERFORM 0070-SCAN-GUESTS.
           PERFORM 0200-TIE-TO-SPEND-SUMMARY.
           PERFORM 0080-SCAN-KITTY.
           PERFORM 0250-POST-RECEIVABLES.
           PERFORM 0260-POST-EVENT-SPEND.
           PERFORM 0300-WRITE-INTERFACE-FILE.
           GO TO 9999-EXIT.
       0005-DETERMINE-PERIOD.
           MOVE SPACES TO WS-ARG-PERIOD.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-PERIOD
           END-ACCEPT.
           IF WS-ARG-PERIOD IS NOT NUMERIC
                   OR WS-ARG-PERIOD(5:2) < "01"
                   OR WS-ARG-PERIOD(5:2) > "12"
               DISPLAY "USAGE: BIER-FININT YYYYMM" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-ARG-PERIOD TO WS-REPORT-PERIOD.
           MOVE 0 TO BPRD-CURRENT-PERIOD.
           OPEN INPUT BIER-PERIOD.
           IF PRD-STAT = "00"
               READ BIER-PERIOD
                   AT END CONTINUE
               END-READ
               CLOSE BIER-PERIOD
           END-IF.
           MOVE CURRENT-DATE TO WS-NOW-DATA.
           IF BPRD-CURRENT-PERIOD = 0
               COMPUTE BPRD-CURRENT-PERIOD = WS-TODAY-DATE / 100
           END-IF.
       0007-CHECK-CLOSED-PERIOD.
      *    finance only takes figures that can no longer move
      *    (an unreadable BIER.CLS answers C for everything, so the
      *    register itself is asked about first)
           MOVE 0 TO WS-PERIOD-DATE.
           CALL "BIERPCLS" USING WS-PERIOD-DATE WS-PERIOD-STATE.
           IF WS-PERIOD-STATE = "E"
               DISPLAY "BIER.CLS COULD NOT BE READ - PERIOD "
                       WS-REPORT-PERIOD " CAN NOT BE SHOWN TO BE "
                       "CLOSED" UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           COMPUTE WS-PERIOD-DATE = (WS-REPORT-PERIOD * 100) + 1.
           CALL "BIERPCLS" USING WS-PERIOD-DATE WS-PERIOD-STATE.
           IF WS-PERIOD-STATE NOT = "C"
               DISPLAY "PERIOD " WS-REPORT-PERIOD " IS NOT CLOSED - "
                       "RUN BIER-CLOSE CLOSE " WS-REPORT-PERIOD
                       " FIRST" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0010-LOAD-CATALOG.
           OPEN INPUT BIER-BEVERAGE.
           IF BEV-STAT NOT = "00"
               DISPLAY "BIER.BEV IS NEEDED TO PRICE THE ENTRIES - "
                       "SET THE CATALOG UP WITH BIER-BEVMAINT FIRST"
                       UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0020-LOAD-CATALOG-STEP
               UNTIL BEV-STAT = "10" OR WS-CAT-COUNT > 39.
           CLOSE BIER-BEVERAGE.
      *    the going rate for a round is BEER's price, as BIER-SPEND
      *    bills it
           MOVE "BEER" TO WS-TALLY-CODE.
           PERFORM 0040-FIND-CATALOG-CODE.
           IF WS-FOUND-YES
               MOVE PC-PRICE(WS-CAT-IDX) TO WS-GOING-RATE
           ELSE
               IF WS-CAT-COUNT > 0
                   MOVE PC-PRICE(1) TO WS-GOING-RATE
               END-IF
           END-IF.
       0015-LOAD-PRICE-HISTORY.
           OPEN INPUT PRICE-HISTORY.
           IF PRCH-STAT = "00"
               PERFORM 0016-LOAD-HISTORY-STEP
                   UNTIL PRCH-STAT = "10" OR WS-PH-COUNT > 199
               CLOSE PRICE-HISTORY
           END-IF.
       0016-LOAD-HISTORY-STEP.
           READ PRICE-HISTORY
               AT END
                   MOVE "10" TO PRCH-STAT
               NOT AT END
                   MOVE SPACES TO PRICE-HISTORY-FIELDS
                   UNSTRING PRICE-HISTORY-LINE DELIMITED BY ALL SPACE
                       INTO PH-CODE-TOKEN PH-DATE-TOKEN PH-PRICE-TOKEN
                   IF PH-DATE-TOKEN IS NUMERIC
                       ADD 1 TO WS-PH-COUNT
                       MOVE PH-CODE-TOKEN TO PH-CODE(WS-PH-COUNT)
                       MOVE PH-DATE-TOKEN TO PH-EFF-DATE(WS-PH-COUNT)
                       COMPUTE PH-PRICE(WS-PH-COUNT) =
                               NUMVAL(PH-PRICE-TOKEN)
                   END-IF
           END-READ.
       0020-LOAD-CATALOG-STEP.
           READ BIER-BEVERAGE NEXT RECORD
               AT END
                   MOVE "10" TO BEV-STAT
               NOT AT END
                   ADD 1 TO WS-CAT-COUNT
                   MOVE BBEV-CODE TO PC-CODE(WS-CAT-COUNT)
                   MOVE BBEV-UNIT-PRICE TO PC-PRICE(WS-CAT-COUNT)
           END-READ.
       0025-LOAD-EVENTS.
      *    only events whose window touches the period matter here
           OPEN INPUT EVENT-FILE.
           IF EVT-STAT = "00"
               PERFORM 0026-LOAD-EVENT-STEP
                   UNTIL EVT-STAT = "10"
               CLOSE EVENT-FILE
           END-IF.
       0026-LOAD-EVENT-STEP.
           READ EVENT-FILE
               AT END
                   MOVE "10" TO EVT-STAT
               NOT AT END
                   MOVE SPACES TO EVENT-LINE-FIELDS
                   UNSTRING EVENT-LINE DELIMITED BY ALL SPACE
                       INTO EV-ID EV-START EV-END EV-BUDGET EV-NAME
                   INSPECT EV-NAME REPLACING ALL "-" BY " "
                   IF EV-ID NOT = SPACES
                           AND EV-START IS NUMERIC
                           AND EV-END IS NUMERIC
                           AND EV-START(1:6) <= WS-ARG-PERIOD
                           AND EV-END(1:6) >= WS-ARG-PERIOD
                       IF WS-EW-COUNT < 50
                           ADD 1 TO WS-EW-COUNT
                           MOVE EV-ID TO EW-ID(WS-EW-COUNT)
                           MOVE EV-START TO EW-START(WS-EW-COUNT)
                           MOVE EV-END TO EW-END(WS-EW-COUNT)
                           COMPUTE EW-BUDGET(WS-EW-COUNT) =
                                   NUMVAL(EV-BUDGET)
                           MOVE EV-NAME TO EW-NAME(WS-EW-COUNT)
                       ELSE
                           DISPLAY "EVENT TABLE IS FULL AT 50, "
                                   "IGNORING " TRIM(EV-ID) UPON TERM
                       END-IF
                   END-IF
           END-READ.
       0030-SCAN-ENTRIES.
      *    an argument naming the current period still means the
      *    live file - the generation only exists after rollover
           IF WS-REPORT-PERIOD = BPRD-CURRENT-PERIOD
               PERFORM 0031-SCAN-LIVE-FILE
           ELSE
               PERFORM 0035-SCAN-GENERATION
           END-IF.
       0031-SCAN-LIVE-FILE.
           OPEN INPUT BIER.
           IF FILE-STAT NOT = "00"
               CALL "FSTATMSG" USING FILE-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY "BIER.FILE COULD NOT BE OPENED: "
                       WS-FSTAT-MESSAGE " (STATUS " FILE-STAT ")"
                       UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0032-READ-LIVE
               UNTIL FILE-STAT = "10".
           CLOSE BIER.
       0032-READ-LIVE.
           READ BIER NEXT RECORD
               AT END
                   MOVE "10" TO FILE-STAT
               NOT AT END
                   COMPUTE WS-RECORD-PERIOD =
                           (BIER-DATE-YEAR * 100) + BIER-DATE-MONTH
                   IF WS-RECORD-PERIOD = WS-REPORT-PERIOD
                       MOVE BIER-BEVERAGE-TYPE TO WS-TALLY-CODE
                       MOVE BIER-TIMESTAMP-NUMERIC
                           TO WS-TALLY-TIMESTAMP
                       PERFORM 0100-POST-ENTRY
                   END-IF
           END-READ.
       0035-SCAN-GENERATION.
           CALL "BIERGENR" USING WS-REPORT-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
           IF GEN-STAT NOT = "00"
               CALL "FSTATMSG" USING GEN-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY TRIM(WS-GEN-NAME) " COULD NOT BE OPENED: "
                       WS-FSTAT-MESSAGE " (STATUS " GEN-STAT ")"
                       UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0036-READ-GENERATION
               UNTIL GEN-STAT = "10".
           CLOSE BIER-GEN.
       0036-READ-GENERATION.
           READ BIER-GEN NEXT RECORD
               AT END
                   MOVE "10" TO GEN-STAT
               NOT AT END
                   COMPUTE WS-RECORD-PERIOD =
                           GEN-BIER-TIMESTAMP-NUMERIC / 100000000
                   IF WS-RECORD-PERIOD = WS-REPORT-PERIOD
                       MOVE GEN-BIER-BEVERAGE-TYPE TO WS-TALLY-CODE
                       MOVE GEN-BIER-TIMESTAMP-NUMERIC
                           TO WS-TALLY-TIMESTAMP
                       PERFORM 0100-POST-ENTRY
                   END-IF
           END-READ.
       0040-FIND-CATALOG-CODE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM 0045-FIND-CATALOG-STEP
               UNTIL WS-CAT-IDX > WS-CAT-COUNT OR WS-FOUND-YES.
       0045-FIND-CATALOG-STEP.
           IF PC-CODE(WS-CAT-IDX) = WS-TALLY-CODE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-CAT-IDX
           END-IF.
       0050-SCAN-ROUNDS.
           OPEN INPUT BIER-ROUND.
           IF RND-STAT = "00"
               PERFORM 0060-READ-ROUND
                   UNTIL RND-STAT = "10"
               CLOSE BIER-ROUND
           END-IF.
       0060-READ-ROUND.
           READ BIER-ROUND
               AT END
                   MOVE "10" TO RND-STAT
               NOT AT END
                   PERFORM 0150-POST-ROUND
           END-READ.
       0070-SCAN-GUESTS.
           OPEN INPUT GUEST-LEDGER.
           IF GST-STAT = "00"
               PERFORM 0075-READ-GUEST
                   UNTIL GST-STAT = "10"
               CLOSE GUEST-LEDGER
           END-IF.
       0075-READ-GUEST.
           READ GUEST-LEDGER
               AT END
                   MOVE "10" TO GST-STAT
               NOT AT END
                   PERFORM 0160-POST-GUEST
           END-READ.
       0080-SCAN-KITTY.
           OPEN INPUT KITTY-LEDGER.
           IF KTY-STAT = "00"
               PERFORM 0085-READ-DEPOSIT
                   UNTIL KTY-STAT = "10"
               CLOSE KITTY-LEDGER
           END-IF.
           IF WS-KITTY-COUNT > 0
               MOVE WS-ACCT-KITTY-CASH TO PK-ACCOUNT
               MOVE WS-CANTEEN-CENTRE TO PK-COST-CENTRE
               MOVE SPACES TO PK-ANALYSIS
               MOVE "D" TO PK-DEBIT-CREDIT
               MOVE "KITTY CASH RECEIVED" TO WS-PK-TEXT
               MOVE WS-KITTY-TOTAL TO WS-PK-AMOUNT
               MOVE WS-KITTY-COUNT TO WS-PK-QUANTITY
               PERFORM 0400-ADD-POSTING
               MOVE WS-ACCT-KITTY-DEPOSITS TO PK-ACCOUNT
               MOVE "C" TO PK-DEBIT-CREDIT
               MOVE "KITTY DEPOSITS BY MEMBERS" TO WS-PK-TEXT
               PERFORM 0400-ADD-POSTING
           END-IF.
       0085-READ-DEPOSIT.
           READ KITTY-LEDGER
               AT END
                   MOVE "10" TO KTY-STAT
               NOT AT END
                   MOVE SPACES TO KITTY-LINE-FIELDS
                   UNSTRING KITTY-LINE DELIMITED BY ALL SPACE
                       INTO KL-TIMESTAMP KL-USER-ID KL-AMOUNT
                   IF KL-USER-ID NOT = SPACES
                           AND KL-TIMESTAMP(1:6) = WS-ARG-PERIOD
                       ADD NUMVAL(KL-AMOUNT) TO WS-KITTY-TOTAL
                       ADD 1 TO WS-KITTY-COUNT
                   END-IF
           END-READ.
       0100-POST-ENTRY.
           COMPUTE WS-TALLY-DATE = WS-TALLY-TIMESTAMP / 1000000.
           PERFORM 0120-PRICE-FOR-DATE.
           MOVE WS-DATED-PRICE TO WS-LINE-SPEND.
           IF WS-LINE-SPEND = 0
               ADD 1 TO WS-UNPRICED-COUNT
           END-IF.
           PERFORM 0130-FIND-EVENT-CENTRE.
           MOVE WS-ACCT-DRINK-REVENUE TO PK-ACCOUNT.
           MOVE WS-TALLY-CODE TO PK-ANALYSIS.
           MOVE "DRINK REVENUE" TO WS-PK-TEXT.
           MOVE 1 TO WS-PK-QUANTITY.
           PERFORM 0140-POST-MEMBER-CHARGE.
       0120-PRICE-FOR-DATE.
      *    the price in force on WS-TALLY-DATE, exactly as BIER-SPEND
      *    works it out, so the two can tie
           MOVE 0 TO WS-PH-BEST-DATE WS-PH-BEST-PRICE.
           MOVE 99999999 TO WS-PH-FIRST-DATE.
           MOVE 0 TO WS-PH-FIRST-PRICE.
           MOVE 1 TO WS-PH-IDX.
           PERFORM 0125-PRICE-SCAN-STEP
               UNTIL WS-PH-IDX > WS-PH-COUNT.
           EVALUATE TRUE
               WHEN WS-PH-BEST-DATE > 0
                   MOVE WS-PH-BEST-PRICE TO WS-DATED-PRICE
               WHEN WS-PH-FIRST-DATE < 99999999
                   MOVE WS-PH-FIRST-PRICE TO WS-DATED-PRICE
               WHEN OTHER
                   PERFORM 0040-FIND-CATALOG-CODE
                   IF WS-FOUND-YES
                       MOVE PC-PRICE(WS-CAT-IDX) TO WS-DATED-PRICE
                   ELSE
                       MOVE 0 TO WS-DATED-PRICE
                   END-IF
           END-EVALUATE.
       0125-PRICE-SCAN-STEP.
           IF PH-CODE(WS-PH-IDX) = WS-TALLY-CODE
               IF PH-EFF-DATE(WS-PH-IDX) <= WS-TALLY-DATE
                       AND PH-EFF-DATE(WS-PH-IDX) >= WS-PH-BEST-DATE
                   MOVE PH-EFF-DATE(WS-PH-IDX) TO WS-PH-BEST-DATE
                   MOVE PH-PRICE(WS-PH-IDX) TO WS-PH-BEST-PRICE
               END-IF
               IF PH-EFF-DATE(WS-PH-IDX) < WS-PH-FIRST-DATE
                   MOVE PH-EFF-DATE(WS-PH-IDX) TO WS-PH-FIRST-DATE
                   MOVE PH-PRICE(WS-PH-IDX) TO WS-PH-FIRST-PRICE
               END-IF
           END-IF.
           ADD 1 TO WS-PH-IDX.
       0130-FIND-EVENT-CENTRE.
      *    inside a declared event window the event carries the cost
           MOVE WS-CANTEEN-CENTRE TO WS-TALLY-CENTRE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-EW-IDX.
           PERFORM 0135-FIND-EVENT-STEP
               UNTIL WS-EW-IDX > WS-EW-COUNT OR WS-FOUND-YES.
       0135-FIND-EVENT-STEP.
           IF WS-TALLY-TIMESTAMP >= EW-START(WS-EW-IDX)
                   AND WS-TALLY-TIMESTAMP <= EW-END(WS-EW-IDX)
               MOVE "Y" TO WS-FOUND-SW
               MOVE EW-ID(WS-EW-IDX) TO WS-TALLY-CENTRE
           ELSE
               ADD 1 TO WS-EW-IDX
           END-IF.
       0140-POST-MEMBER-CHARGE.
      *    one revenue credit, collected into the cost centre's
      *    receivable total for the matching debit later
           MOVE WS-TALLY-CENTRE TO PK-COST-CENTRE.
           MOVE "C" TO PK-DEBIT-CREDIT.
           MOVE WS-LINE-SPEND TO WS-PK-AMOUNT.
           PERFORM 0400-ADD-POSTING.
           ADD WS-LINE-SPEND TO WS-MEMBER-TOTAL.
           PERFORM 0145-FIND-CENTRE.
           ADD WS-LINE-SPEND TO CT-AMOUNT(WS-CT-IDX).
           ADD WS-PK-QUANTITY TO CT-QUANTITY(WS-CT-IDX).
       0145-FIND-CENTRE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-CT-IDX.
           PERFORM 0146-FIND-CENTRE-STEP
               UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               IF WS-CT-COUNT > 59
                   DISPLAY "COST CENTRE TABLE IS FULL AT 60, CANNOT "
                           "ADD " TRIM(WS-TALLY-CENTRE) UPON TERM
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-IDX
               MOVE WS-TALLY-CENTRE TO CT-COST-CENTRE(WS-CT-IDX)
               MOVE 0 TO CT-AMOUNT(WS-CT-IDX)
               MOVE 0 TO CT-QUANTITY(WS-CT-IDX)
           END-IF.
       0146-FIND-CENTRE-STEP.
           IF CT-COST-CENTRE(WS-CT-IDX) = WS-TALLY-CENTRE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-CT-IDX
           END-IF.
       0150-POST-ROUND.
      *    confirmed rounds only, billed at BEER's price of the day -
      *    the same selection and rate BIER-SPEND uses
           MOVE SPACES TO RL-STATUS.
           UNSTRING ROUND-LINE DELIMITED BY ALL SPACE
               INTO RL-TIMESTAMP RL-BUYER-ID RL-RECIPIENT-ID
                    RL-ROUND-COUNT RL-STATUS.
           IF RL-STATUS = "P" OR RL-STATUS = "X"
               CONTINUE
           ELSE
               IF RL-TIMESTAMP IS NUMERIC
                       AND RL-TIMESTAMP(1:6) = WS-ARG-PERIOD
                   MOVE "BEER" TO WS-TALLY-CODE
                   MOVE RL-TIMESTAMP TO WS-TALLY-TIMESTAMP
                   MOVE RL-TIMESTAMP(1:8) TO WS-TALLY-DATE
                   PERFORM 0120-PRICE-FOR-DATE
                   IF WS-DATED-PRICE = 0
                       MOVE WS-GOING-RATE TO WS-DATED-PRICE
                   END-IF
                   COMPUTE WS-LINE-SPEND =
                           RL-ROUND-COUNT * WS-DATED-PRICE
                   PERFORM 0130-FIND-EVENT-CENTRE
                   MOVE WS-ACCT-ROUND-REVENUE TO PK-ACCOUNT
                   MOVE "ROUNDS" TO PK-ANALYSIS
                   MOVE "ROUNDS BOUGHT" TO WS-PK-TEXT
                   MOVE RL-ROUND-COUNT TO WS-PK-QUANTITY
                   PERFORM 0140-POST-MEMBER-CHARGE
               END-IF
           END-IF.
       0160-POST-GUEST.
           MOVE SPACES TO GUEST-LINE-FIELDS.
           UNSTRING GUEST-LINE DELIMITED BY ALL SPACE
               INTO GL-TIMESTAMP GL-HOST-ID GL-GUEST-NAME
                    GL-BEVERAGE.
           IF GL-TIMESTAMP IS NUMERIC
                   AND GL-TIMESTAMP(1:6) = WS-ARG-PERIOD
               MOVE GL-BEVERAGE TO WS-TALLY-CODE
               MOVE GL-TIMESTAMP TO WS-TALLY-TIMESTAMP
               MOVE GL-TIMESTAMP(1:8) TO WS-TALLY-DATE
               PERFORM 0120-PRICE-FOR-DATE
               MOVE WS-DATED-PRICE TO WS-LINE-SPEND
               IF WS-LINE-SPEND = 0
                   ADD 1 TO WS-UNPRICED-COUNT
               END-IF
               PERFORM 0130-FIND-EVENT-CENTRE
               MOVE WS-ACCT-GUEST-REVENUE TO PK-ACCOUNT
               MOVE GL-BEVERAGE TO PK-ANALYSIS
               MOVE "GUEST CHARGES TO HOSTS" TO WS-PK-TEXT
               MOVE 1 TO WS-PK-QUANTITY
               PERFORM 0140-POST-MEMBER-CHARGE
           END-IF.
       0200-TIE-TO-SPEND-SUMMARY.
           OPEN INPUT SPEND-SUMMARY.
           IF SPND-STAT = "00"
               PERFORM 0210-READ-SPEND-LINE
                   UNTIL SPND-STAT = "10"
               CLOSE SPEND-SUMMARY
           END-IF.
           IF WS-SPEND-LINES = 0
               DISPLAY "BIER.SPND HOLDS NO FIGURES FOR "
                       WS-REPORT-PERIOD " - RUN BIER-SPEND "
                       WS-REPORT-PERIOD " FIRST" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-MEMBER-TOTAL NOT = WS-SPEND-TOTAL
               DISPLAY "PERIOD " WS-REPORT-PERIOD " DOES NOT TIE TO "
                       "BIER.SPND - NOTHING WRITTEN" UPON TERM
               MOVE WS-MEMBER-TOTAL TO WS-EURO-OUT
               DISPLAY "  CHARGES PRICED NOW:  " WS-EURO-OUT " EUR"
                   UPON TERM
               MOVE WS-SPEND-TOTAL TO WS-EURO-OUT
               DISPLAY "  BIER.SPND SAYS:      " WS-EURO-OUT " EUR"
                   UPON TERM
               DISPLAY "  RERUN BIER-SPEND " WS-REPORT-PERIOD
                       " AND CHECK THE DIFFERENCE" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0210-READ-SPEND-LINE.
           READ SPEND-SUMMARY
               AT END
                   MOVE "10" TO SPND-STAT
               NOT AT END
                   MOVE SPACES TO SPEND-LINE-FIELDS
                   UNSTRING SPEND-SUMMARY-LINE DELIMITED BY ALL SPACE
                       INTO SP-PERIOD SP-USER-ID SP-AMOUNT
                   IF SP-PERIOD = WS-ARG-PERIOD
                       ADD NUMVAL(SP-AMOUNT) TO WS-SPEND-TOTAL
                       ADD 1 TO WS-SPEND-LINES
                   END-IF
           END-READ.
       0250-POST-RECEIVABLES.
      *    the debit side of every member charge, per cost centre
           MOVE 1 TO WS-CT-IDX.
           PERFORM 0255-POST-ONE-RECEIVABLE
               UNTIL WS-CT-IDX > WS-CT-COUNT.
       0255-POST-ONE-RECEIVABLE.
           MOVE WS-ACCT-MEMBER-RECEIVABLE TO PK-ACCOUNT.
           MOVE CT-COST-CENTRE(WS-CT-IDX) TO PK-COST-CENTRE.
           MOVE SPACES TO PK-ANALYSIS.
           MOVE "D" TO PK-DEBIT-CREDIT.
           MOVE "MEMBER CHARGES" TO WS-PK-TEXT.
           MOVE CT-AMOUNT(WS-CT-IDX) TO WS-PK-AMOUNT.
           MOVE CT-QUANTITY(WS-CT-IDX) TO WS-PK-QUANTITY.
           PERFORM 0400-ADD-POSTING.
           ADD 1 TO WS-CT-IDX.
       0260-POST-EVENT-SPEND.
      *    an event's consumption is taken off the members and onto
      *    the event budget: debit event spend, credit receivable,
      *    both under the event's own cost centre
           MOVE 1 TO WS-EW-IDX.
           PERFORM 0265-POST-ONE-EVENT
               UNTIL WS-EW-IDX > WS-EW-COUNT.
       0265-POST-ONE-EVENT.
           MOVE EW-ID(WS-EW-IDX) TO WS-TALLY-CENTRE.
           MOVE 0 TO WS-EVENT-SPEND WS-EVENT-QUANTITY.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-CT-IDX.
           PERFORM 0146-FIND-CENTRE-STEP
               UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-FOUND-YES.
           IF WS-FOUND-YES
               MOVE CT-AMOUNT(WS-CT-IDX) TO WS-EVENT-SPEND
               MOVE CT-QUANTITY(WS-CT-IDX) TO WS-EVENT-QUANTITY
           END-IF.
           IF WS-EVENT-SPEND > 0
               MOVE EW-BUDGET(WS-EW-IDX) TO WS-BUDGET-OUT
               MOVE SPACES TO WS-PK-TEXT
               STRING "EVENT SPEND, BUDGET " DELIMITED BY SIZE
                       TRIM(WS-BUDGET-OUT) DELIMITED BY SIZE
                   INTO WS-PK-TEXT
               MOVE WS-ACCT-EVENT-SPEND TO PK-ACCOUNT
               MOVE WS-TALLY-CENTRE TO PK-COST-CENTRE
               MOVE EW-NAME(WS-EW-IDX) TO PK-ANALYSIS
               MOVE "D" TO PK-DEBIT-CREDIT
               MOVE WS-EVENT-SPEND TO WS-PK-AMOUNT
               MOVE WS-EVENT-QUANTITY TO WS-PK-QUANTITY
               PERFORM 0400-ADD-POSTING
               MOVE WS-ACCT-MEMBER-RECEIVABLE TO PK-ACCOUNT
               MOVE SPACES TO PK-ANALYSIS
               MOVE "C" TO PK-DEBIT-CREDIT
               MOVE "EVENT CHARGES TO BUDGET" TO WS-PK-TEXT
               PERFORM 0400-ADD-POSTING
           END-IF.
           ADD 1 TO WS-EW-IDX.
       0300-WRITE-INTERFACE-FILE.
           MOVE SPACES TO WS-FIN-NAME.
           STRING "BIER.FIN." DELIMITED BY SIZE
                   WS-REPORT-PERIOD DELIMITED BY SIZE
               INTO WS-FIN-NAME.
           DISPLAY "DD_FINFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-FIN-NAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT FINANCE-FILE.
           IF FIN-STAT NOT = "00"
               CALL "FSTATMSG" USING FIN-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY TRIM(WS-FIN-NAME) " COULD NOT BE WRITTEN: "
                       WS-FSTAT-MESSAGE " (STATUS " FIN-STAT ")"
                       UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE 0 TO WS-DEBIT-TOTAL WS-CREDIT-TOTAL.
           MOVE 1 TO WS-PL-IDX.
           PERFORM 0310-ADD-CONTROL-TOTALS
               UNTIL WS-PL-IDX > WS-PL-COUNT.
           MOVE "H" TO WS-CONTROL-TYPE.
           PERFORM 0330-WRITE-CONTROL-RECORD.
           MOVE 1 TO WS-PL-IDX.
           PERFORM 0320-WRITE-POSTING-LINE
               UNTIL WS-PL-IDX > WS-PL-COUNT.
           MOVE "T" TO WS-CONTROL-TYPE.
           PERFORM 0330-WRITE-CONTROL-RECORD.
           CLOSE FINANCE-FILE.
           DISPLAY "FINANCE INTERFACE FOR PERIOD " WS-REPORT-PERIOD
               UPON TERM.
           DISPLAY "  WRITTEN TO " TRIM(WS-FIN-NAME) UPON TERM.
           DISPLAY "  POSTING LINES: " WS-PL-COUNT UPON TERM.
           MOVE WS-DEBIT-TOTAL TO WS-EURO-OUT.
           DISPLAY "  DEBITS:        " WS-EURO-OUT " EUR" UPON TERM.
           MOVE WS-CREDIT-TOTAL TO WS-EURO-OUT.
           DISPLAY "  CREDITS:       " WS-EURO-OUT " EUR" UPON TERM.
           MOVE WS-MEMBER-TOTAL TO WS-EURO-OUT.
           DISPLAY "  TIES TO BIER.SPND AT " WS-EURO-OUT " EUR"
               UPON TERM.
           IF WS-UNPRICED-COUNT > 0
               DISPLAY WS-UNPRICED-COUNT " ENTRY(S) HAD NO PRICE ON "
                       "BIER.BEV AND COUNTED AS 0.00" UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
       0310-ADD-CONTROL-TOTALS.
           IF PL-DEBIT-CREDIT(WS-PL-IDX) = "D"
               ADD PL-AMOUNT(WS-PL-IDX) TO WS-DEBIT-TOTAL
           ELSE
               ADD PL-AMOUNT(WS-PL-IDX) TO WS-CREDIT-TOTAL
           END-IF.
           ADD 1 TO WS-PL-IDX.
       0320-WRITE-POSTING-LINE.
           MOVE SPACES TO FIN-DETAIL-RECORD.
           MOVE "D" TO FIN-D-REC-TYPE.
           MOVE WS-REPORT-PERIOD TO FIN-D-PERIOD.
           MOVE PL-ACCOUNT(WS-PL-IDX) TO FIN-D-ACCOUNT.
           MOVE PL-COST-CENTRE(WS-PL-IDX) TO FIN-D-COST-CENTRE.
           MOVE PL-ANALYSIS(WS-PL-IDX) TO FIN-D-ANALYSIS.
           MOVE PL-DEBIT-CREDIT(WS-PL-IDX) TO FIN-D-DEBIT-CREDIT.
           MOVE PL-AMOUNT(WS-PL-IDX) TO FIN-D-AMOUNT.
           MOVE PL-QUANTITY(WS-PL-IDX) TO FIN-D-QUANTITY.
           MOVE PL-TEXT(WS-PL-IDX) TO FIN-D-TEXT.
           WRITE FIN-DETAIL-RECORD.
           ADD 1 TO WS-PL-IDX.
       0330-WRITE-CONTROL-RECORD.
      *    header and trailer carry the same control totals; finance
      *    checks each against the lines in between
           MOVE SPACES TO FIN-CONTROL-RECORD.
           MOVE WS-CONTROL-TYPE TO FIN-C-REC-TYPE.
           MOVE "BIER" TO FIN-C-SYSTEM.
           MOVE WS-REPORT-PERIOD TO FIN-C-PERIOD.
           MOVE WS-NOW-TIMESTAMP TO FIN-C-CREATED.
           MOVE WS-PL-COUNT TO FIN-C-LINE-COUNT.
           MOVE WS-DEBIT-TOTAL TO FIN-C-DEBIT-TOTAL.
           MOVE WS-CREDIT-TOTAL TO FIN-C-CREDIT-TOTAL.
           WRITE FIN-CONTROL-RECORD.
       0400-ADD-POSTING.
      *    accumulate onto the line with the same account, cost
      *    centre, analysis code and side, or open a new one
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-PL-IDX.
           PERFORM 0410-FIND-POSTING-STEP
               UNTIL WS-PL-IDX > WS-PL-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               IF WS-PL-COUNT > 299
                   DISPLAY "POSTING TABLE IS FULL AT 300 LINES"
                       UPON TERM
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-PL-COUNT
               MOVE WS-PL-COUNT TO WS-PL-IDX
               MOVE PK-ACCOUNT TO PL-ACCOUNT(WS-PL-IDX)
               MOVE PK-COST-CENTRE TO PL-COST-CENTRE(WS-PL-IDX)
               MOVE PK-ANALYSIS TO PL-ANALYSIS(WS-PL-IDX)
               MOVE PK-DEBIT-CREDIT TO PL-DEBIT-CREDIT(WS-PL-IDX)
               MOVE WS-PK-TEXT TO PL-TEXT(WS-PL-IDX)
               MOVE 0 TO PL-AMOUNT(WS-PL-IDX)
               MOVE 0 TO PL-QUANTITY(WS-PL-IDX)
           END-IF.
           ADD WS-PK-AMOUNT TO PL-AMOUNT(WS-PL-IDX).
           ADD WS-PK-QUANTITY TO PL-QUANTITY(WS-PL-IDX).
       0410-FIND-POSTING-STEP.
           IF PL-ACCOUNT(WS-PL-IDX) = PK-ACCOUNT
                   AND PL-COST-CENTRE(WS-PL-IDX) = PK-COST-CENTRE
                   AND PL-ANALYSIS(WS-PL-IDX) = PK-ANALYSIS
                   AND PL-DEBIT-CREDIT(WS-PL-IDX) = PK-DEBIT-CREDIT
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-PL-IDX
           END-IF.
       9999-EXIT.
           STOP RUN.
