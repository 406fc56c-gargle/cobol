       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-SUSPECT.
      * cobc -x -Wall bier-suspect.cob rptspool.cob
      *                    bierenv.cob -I copybooks
      *                    -T bier-suspect.lst
      *
      * usage: bier-suspect [yyyymmdd]
      *   the nightly look at the entries that are not over any
      * limit but still look wrong.  every BIER.FILE write journalled
      * on the day (default today) is read back from BIER.JRN - the
      * local journal and, through BIER.SITES, every other site's -
      * and the intake sweeps of the day from INTAKE.LOG, and each is
      * held against the rules in SUSPECT.RUL, one per line (a
      * leading * makes the line a comment):
      *     BURST count seconds     count or more entries by one
      *                             user inside that many seconds
      *     BACKDATE days           an entry dated more than that
      *                             many days before it was logged
      *     TWO-SITES minutes       one user logging at two different
      *                             BIER-SITE-IDs that close together
      *     ODD-HOURS hhmm hhmm     an intake file swept between the
      *                             two times (the window may span
      *                             midnight)
      *     NOT-STOCKED             a beverage BIER.STK has never had
      *                             a delivery for
      * a rule left out of SUSPECT.RUL is not applied; without the
      * file every rule applies as BURST 3 60, BACKDATE 30,
      * TWO-SITES 15, ODD-HOURS 0100 0600 and NOT-STOCKED.
      * NOT-STOCKED is skipped while there is no BIER.STK at all.
      *   every hit is a line on the suspicious-entries list for the
      * supervisor, spooled through RPTSPOOL, and the run exits with
      * return code 4 when anything was flagged.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DD_JRNFILE is pointed at the local BIER.JRN and then at each
      * remote site's, the same external-name convention DD_GENFILE
      * uses in BIER-EXCEPTIONS
           SELECT BIER-JOURNAL ASSIGN TO "DD_JRNFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STAT.
           SELECT INTAKE-LOG ASSIGN TO "INTAKE.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ILOG-STAT.
           SELECT RULES-FILE ASSIGN TO "SUSPECT.RUL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUL-STAT.
           SELECT SITE-REGISTRY ASSIGN TO "BIER.SITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-STAT.
           SELECT BIER-STOCK ASSIGN TO "BIER.STK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BSTK-CODE
               FILE STATUS IS STK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER-JOURNAL.
       01  JOURNAL-LINE                           PIC X(149).
       FD  INTAKE-LOG.
       01  INTAKE-LOG-LINE                        PIC X(120).
       FD  RULES-FILE.
       01  RULE-LINE                              PIC X(80).
       FD  SITE-REGISTRY.
       01  SITE-REGISTRY-LINE                     PIC X(80).
       FD  BIER-STOCK.
       COPY "bierstk.cpy".
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierjrn.cpy".
       COPY "bierrec.cpy".
       COPY "rptspl.cpy".
       01  RULE-LINE-FIELDS.
           03  RL-NAME                            PIC X(12).
           03  RL-PARM-1                          PIC X(06).
           03  RL-PARM-2                          PIC X(06).
       77  WS-BURST-SW                            PIC X(01) VALUE "N".
           88  WS-BURST-ON                        VALUE "Y".
       77  WS-BURST-COUNT                         PIC 9(03) VALUE 3.
       77  WS-BURST-SECONDS                       PIC 9(05) VALUE 60.
       77  WS-BACKDATE-SW                         PIC X(01) VALUE "N".
           88  WS-BACKDATE-ON                     VALUE "Y".
       77  WS-BACKDATE-DAYS                       PIC 9(04) VALUE 30.
       77  WS-TWO-SITES-SW                        PIC X(01) VALUE "N".
           88  WS-TWO-SITES-ON                    VALUE "Y".
       77  WS-TWO-SITES-MINUTES                   PIC 9(04) VALUE 15.
       77  WS-ODD-HOURS-SW                        PIC X(01) VALUE "N".
           88  WS-ODD-HOURS-ON                    VALUE "Y".
       77  WS-ODD-FROM                            PIC 9(04) VALUE 0100.
       77  WS-ODD-TO                              PIC 9(04) VALUE 0600.
       77  WS-NOT-STOCKED-SW                      PIC X(01) VALUE "N".
           88  WS-NOT-STOCKED-ON                  VALUE "Y".
       01  SITE-LINE-FIELDS.
           03  SL-SITE-ID                         PIC X(04).
           03  SL-SITE-DIR                        PIC X(64).
       01  INTAKE-LINE-FIELDS.
           03  IL-TIMESTAMP                       PIC X(14).
           03  IL-USER-ID                         PIC X(08).
           03  IL-FILE-NAME                       PIC X(40).
           03  IL-RESULT                          PIC X(08).
      * the day's journalled entries from every site
       01  ENTRY-TABLE.
           03  ENTRY-ROW OCCURS 2000 TIMES.
               05  EN-USER-ID                     PIC X(08).
               05  EN-TIMESTAMP                   PIC 9(14).
               05  EN-SECONDS                     PIC 9(11).
               05  EN-BEVERAGE                    PIC X(16).
               05  EN-SITE-ID                     PIC X(04).
               05  EN-LOGGED-DATE                 PIC 9(08).
               05  EN-PROGRAM                     PIC X(08).
               05  EN-BURST-SW                    PIC X(01).
                   88  EN-IN-BURST                VALUE "Y".
       77  WS-EN-COUNT                            PIC 9(04) VALUE 0.
       77  WS-EN-IDX                              PIC 9(04).
       77  WS-EN-SCAN                             PIC 9(04).
       77  WS-EN-FULL-SW                          PIC X(01) VALUE "N".
           88  WS-EN-FULL                         VALUE "Y".
       77  WS-SCAN-DATE                           PIC 9(08).
       77  WS-ARG-DATE                            PIC X(08).
       77  WS-JRN-NAME                            PIC X(80).
       77  WS-BURST-SIZE                          PIC 9(04).
       77  WS-SEC-DIFF                            PIC S9(11).
       77  WS-DAY-DIFF                            PIC S9(09).
       77  WS-SWEEP-HHMM                          PIC 9(04).
       77  WS-FLAG-COUNT                          PIC 9(05) VALUE 0.
       77  WS-ODD-HIT-SW                          PIC X(01).
           88  WS-ODD-HIT                         VALUE "Y".
       77  WS-NUM-OUT                             PIC Z(05)9.
       77  WS-SECONDS-OUT                         PIC Z(04)9.
       77  WS-FLAG-RULE                           PIC X(12).
       77  WS-FLAG-DETAIL                         PIC X(50).
       01  WS-NOW-DATA.
           03  WS-NOW-DATE                        PIC 9(08).
           03  FILLER                             PIC X(13).
       77  JRN-STAT                                PIC X(02).
       77  ILOG-STAT                               PIC X(02).
       77  RUL-STAT                                PIC X(02).
       77  SITE-STAT                               PIC X(02).
       77  STK-STAT                                PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0010-LOAD-RULES.
           MOVE "BIER.JRN" TO WS-JRN-NAME.
           PERFORM 0030-READ-ONE-JOURNAL.
           PERFORM 0040-SCAN-REMOTE-SITES.
           INITIALIZE RPT-SPOOL-AREA.
           MOVE "O" TO RPT-ACTION.
           MOVE "BIER-SUSPECT" TO RPT-PROGRAM.
           MOVE WS-SCAN-DATE TO RPT-PERIOD.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           MOVE SPACES TO RPT-LINE.
           STRING "SUSPICIOUS ENTRIES FOR " DELIMITED BY SIZE
                   WS-SCAN-DATE DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE WS-EN-COUNT TO WS-NUM-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING TRIM(WS-NUM-OUT) DELIMITED BY SIZE
                   " JOURNALLED ENTRIES CHECKED" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "RULE         USER     TIMESTAMP      SITE DETAIL"
               TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:78).
           PERFORM 0390-PRINT-RPT-LINE.
           IF WS-BURST-ON
               PERFORM 0100-CHECK-BURSTS
           END-IF.
           IF WS-BACKDATE-ON
               PERFORM 0200-CHECK-BACKDATES
           END-IF.
           IF WS-TWO-SITES-ON
               PERFORM 0300-CHECK-TWO-SITES
           END-IF.
           IF WS-ODD-HOURS-ON
               PERFORM 0400-CHECK-ODD-HOURS
           END-IF.
           IF WS-NOT-STOCKED-ON
               PERFORM 0500-CHECK-NOT-STOCKED
           END-IF.
           MOVE ALL "-" TO RPT-LINE(1:78).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-FLAG-COUNT = 0
               MOVE "NOTHING SUSPICIOUS" TO RPT-LINE
           ELSE
               MOVE WS-FLAG-COUNT TO WS-NUM-OUT
               STRING TRIM(WS-NUM-OUT) DELIMITED BY SIZE
                       " ENTRY(IES) FLAGGED FOR THE SUPERVISOR"
                           DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "C" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           IF WS-FLAG-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.
       0006-GET-ARGUMENTS.
           MOVE CURRENT-DATE TO WS-NOW-DATA.
           MOVE SPACES TO WS-ARG-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-DATE
           END-ACCEPT.
           IF WS-ARG-DATE = SPACES
               MOVE WS-NOW-DATE TO WS-SCAN-DATE
           ELSE
               IF WS-ARG-DATE NOT NUMERIC
                   DISPLAY "USAGE: BIER-SUSPECT [YYYYMMDD]" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               MOVE WS-ARG-DATE TO WS-SCAN-DATE
           END-IF.
       0010-LOAD-RULES.
           OPEN INPUT RULES-FILE.
           IF RUL-STAT NOT = "00"
               MOVE "Y" TO WS-BURST-SW WS-BACKDATE-SW WS-TWO-SITES-SW
                   WS-ODD-HOURS-SW WS-NOT-STOCKED-SW
           ELSE
               PERFORM 0015-READ-RULE-LINE
                   UNTIL RUL-STAT = "10"
               CLOSE RULES-FILE
           END-IF.
       0015-READ-RULE-LINE.
           READ RULES-FILE
               AT END
                   MOVE "10" TO RUL-STAT
               NOT AT END
                   IF RULE-LINE(1:1) NOT = "*"
                           AND RULE-LINE NOT = SPACES
                       PERFORM 0020-APPLY-RULE-LINE
                   END-IF
           END-READ.
       0020-APPLY-RULE-LINE.
           MOVE SPACES TO RULE-LINE-FIELDS.
           UNSTRING RULE-LINE DELIMITED BY ALL SPACE
               INTO RL-NAME RL-PARM-1 RL-PARM-2.
      *    a missing or non-numeric parameter keeps the default
           EVALUATE UPPER-CASE(RL-NAME)
               WHEN "BURST"
                   MOVE "Y" TO WS-BURST-SW
                   IF RL-PARM-1 NOT = SPACES
                           AND TEST-NUMVAL(RL-PARM-1) = 0
                       COMPUTE WS-BURST-COUNT = NUMVAL(RL-PARM-1)
                   END-IF
                   IF RL-PARM-2 NOT = SPACES
                           AND TEST-NUMVAL(RL-PARM-2) = 0
                       COMPUTE WS-BURST-SECONDS = NUMVAL(RL-PARM-2)
                   END-IF
                   IF WS-BURST-COUNT < 2
                       MOVE 2 TO WS-BURST-COUNT
                   END-IF
               WHEN "BACKDATE"
                   MOVE "Y" TO WS-BACKDATE-SW
                   IF RL-PARM-1 NOT = SPACES
                           AND TEST-NUMVAL(RL-PARM-1) = 0
                       COMPUTE WS-BACKDATE-DAYS = NUMVAL(RL-PARM-1)
                   END-IF
               WHEN "TWO-SITES"
                   MOVE "Y" TO WS-TWO-SITES-SW
                   IF RL-PARM-1 NOT = SPACES
                           AND TEST-NUMVAL(RL-PARM-1) = 0
                       COMPUTE WS-TWO-SITES-MINUTES = NUMVAL(RL-PARM-1)
                   END-IF
               WHEN "ODD-HOURS"
                   MOVE "Y" TO WS-ODD-HOURS-SW
                   IF RL-PARM-1 IS NUMERIC
                       MOVE RL-PARM-1 TO WS-ODD-FROM
                   END-IF
                   IF RL-PARM-2 IS NUMERIC
                       MOVE RL-PARM-2 TO WS-ODD-TO
                   END-IF
               WHEN "NOT-STOCKED"
                   MOVE "Y" TO WS-NOT-STOCKED-SW
               WHEN OTHER
                   DISPLAY "SUSPECT.RUL: UNKNOWN RULE " TRIM(RL-NAME)
                           " IGNORED" UPON TERM
           END-EVALUATE.
       0030-READ-ONE-JOURNAL.
           DISPLAY "DD_JRNFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-JRN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-JOURNAL.
           IF JRN-STAT NOT = "00"
               DISPLAY "NO " TRIM(WS-JRN-NAME) " ON FILE - SKIPPED"
                   UPON TERM
           ELSE
               PERFORM 0035-READ-JOURNAL-LINE
                   UNTIL JRN-STAT = "10"
               CLOSE BIER-JOURNAL
           END-IF.
       0035-READ-JOURNAL-LINE.
           READ BIER-JOURNAL
               AT END
                   MOVE "10" TO JRN-STAT
               NOT AT END
                   MOVE JOURNAL-LINE TO BIER-JOURNAL-RECORD
                   IF JRN-DATE = WS-SCAN-DATE
                           AND JRN-FILE-NAME = "BIER.FILE"
                           AND (JRN-ACTION-WRITE OR JRN-ACTION-REWRITE)
                       PERFORM 0036-NOTE-ENTRY
                   END-IF
           END-READ.
       0036-NOTE-ENTRY.
           MOVE JRN-AFTER-IMAGE TO BIER-RECORD.
           IF BIER-TIMESTAMP-NUMERIC IS NUMERIC
               IF WS-EN-COUNT > 1999
                   IF NOT WS-EN-FULL
                       DISPLAY "MORE THAN 2000 ENTRIES ON THE DAY - "
                               "THE REST ARE NOT CHECKED" UPON TERM
                       MOVE "Y" TO WS-EN-FULL-SW
                   END-IF
               ELSE
                   ADD 1 TO WS-EN-COUNT
                   MOVE BIER-USER-ID TO EN-USER-ID(WS-EN-COUNT)
                   MOVE BIER-TIMESTAMP-NUMERIC
                       TO EN-TIMESTAMP(WS-EN-COUNT)
                   COMPUTE EN-SECONDS(WS-EN-COUNT) =
                       INTEGER-OF-DATE(BIER-DATE-NUMERIC) * 86400
                       + BIER-TIME-HOURS * 3600
                       + BIER-TIME-MINUTES * 60
                       + BIER-TIME-SECONDS
                   MOVE BIER-BEVERAGE-TYPE TO EN-BEVERAGE(WS-EN-COUNT)
                   MOVE BIER-SITE-ID TO EN-SITE-ID(WS-EN-COUNT)
                   IF EN-SITE-ID(WS-EN-COUNT) = SPACES
                       MOVE "HQ" TO EN-SITE-ID(WS-EN-COUNT)
                   END-IF
                   MOVE JRN-DATE TO EN-LOGGED-DATE(WS-EN-COUNT)
                   MOVE JRN-PROGRAM TO EN-PROGRAM(WS-EN-COUNT)
                   MOVE "N" TO EN-BURST-SW(WS-EN-COUNT)
               END-IF
           END-IF.
       0040-SCAN-REMOTE-SITES.
           OPEN INPUT SITE-REGISTRY.
           IF SITE-STAT = "00"
               PERFORM 0045-READ-SITE-LINE
                   UNTIL SITE-STAT = "10"
               CLOSE SITE-REGISTRY
           END-IF.
       0045-READ-SITE-LINE.
           READ SITE-REGISTRY
               AT END
                   MOVE "10" TO SITE-STAT
               NOT AT END
                   IF SITE-REGISTRY-LINE(1:1) NOT = "*"
                           AND SITE-REGISTRY-LINE NOT = SPACES
                       MOVE SPACES TO SITE-LINE-FIELDS
                       UNSTRING SITE-REGISTRY-LINE
                           DELIMITED BY ALL SPACE
                           INTO SL-SITE-ID SL-SITE-DIR
                       IF SL-SITE-DIR NOT = SPACES
                           MOVE SPACES TO WS-JRN-NAME
                           STRING TRIM(SL-SITE-DIR) DELIMITED BY SIZE
                                   "/BIER.JRN" DELIMITED BY SIZE
                               INTO WS-JRN-NAME
                           PERFORM 0030-READ-ONE-JOURNAL
                       END-IF
                   END-IF
           END-READ.
       0100-CHECK-BURSTS.
      *    an entry opens a burst when enough of the same user's
      *    entries follow it inside the window; the entries of a
      *    burst already reported do not open another one
           MOVE 1 TO WS-EN-IDX.
           PERFORM 0110-BURST-FROM-ENTRY
               UNTIL WS-EN-IDX > WS-EN-COUNT.
       0110-BURST-FROM-ENTRY.
           IF NOT EN-IN-BURST(WS-EN-IDX)
               MOVE 0 TO WS-BURST-SIZE
               MOVE 1 TO WS-EN-SCAN
               PERFORM 0115-BURST-COUNT-STEP
                   UNTIL WS-EN-SCAN > WS-EN-COUNT
               IF WS-BURST-SIZE >= WS-BURST-COUNT
                   MOVE 1 TO WS-EN-SCAN
                   PERFORM 0120-BURST-MARK-STEP
                       UNTIL WS-EN-SCAN > WS-EN-COUNT
                   MOVE "BURST" TO WS-FLAG-RULE
                   MOVE WS-BURST-SIZE TO WS-NUM-OUT
                   MOVE WS-BURST-SECONDS TO WS-SECONDS-OUT
                   MOVE SPACES TO WS-FLAG-DETAIL
                   STRING TRIM(WS-NUM-OUT) DELIMITED BY SIZE
                           " ENTRIES WITHIN " DELIMITED BY SIZE
                           TRIM(WS-SECONDS-OUT) DELIMITED BY SIZE
                           " SECONDS" DELIMITED BY SIZE
                       INTO WS-FLAG-DETAIL
                   PERFORM 0380-FLAG-ENTRY
               END-IF
           END-IF.
           ADD 1 TO WS-EN-IDX.
       0115-BURST-COUNT-STEP.
           IF EN-USER-ID(WS-EN-SCAN) = EN-USER-ID(WS-EN-IDX)
               COMPUTE WS-SEC-DIFF = EN-SECONDS(WS-EN-SCAN)
                                   - EN-SECONDS(WS-EN-IDX)
               IF WS-SEC-DIFF >= 0 AND WS-SEC-DIFF <= WS-BURST-SECONDS
                   ADD 1 TO WS-BURST-SIZE
               END-IF
           END-IF.
           ADD 1 TO WS-EN-SCAN.
       0120-BURST-MARK-STEP.
           IF EN-USER-ID(WS-EN-SCAN) = EN-USER-ID(WS-EN-IDX)
               COMPUTE WS-SEC-DIFF = EN-SECONDS(WS-EN-SCAN)
                                   - EN-SECONDS(WS-EN-IDX)
               IF WS-SEC-DIFF >= 0 AND WS-SEC-DIFF <= WS-BURST-SECONDS
                   MOVE "Y" TO EN-BURST-SW(WS-EN-SCAN)
               END-IF
           END-IF.
           ADD 1 TO WS-EN-SCAN.
       0200-CHECK-BACKDATES.
           MOVE 1 TO WS-EN-IDX.
           PERFORM 0210-BACKDATE-STEP
               UNTIL WS-EN-IDX > WS-EN-COUNT.
       0210-BACKDATE-STEP.
           COMPUTE WS-DAY-DIFF =
               INTEGER-OF-DATE(EN-LOGGED-DATE(WS-EN-IDX))
               - INTEGER(EN-SECONDS(WS-EN-IDX) / 86400).
           IF WS-DAY-DIFF > WS-BACKDATE-DAYS
               MOVE "BACKDATE" TO WS-FLAG-RULE
               MOVE WS-DAY-DIFF TO WS-NUM-OUT
               MOVE SPACES TO WS-FLAG-DETAIL
               STRING "DATED " DELIMITED BY SIZE
                       TRIM(WS-NUM-OUT) DELIMITED BY SIZE
                       " DAYS BEFORE IT WAS LOGGED BY "
                           DELIMITED BY SIZE
                       TRIM(EN-PROGRAM(WS-EN-IDX)) DELIMITED BY SIZE
                   INTO WS-FLAG-DETAIL
               PERFORM 0380-FLAG-ENTRY
           END-IF.
           ADD 1 TO WS-EN-IDX.
       0300-CHECK-TWO-SITES.
      *    each pair is reported once, against the earlier-loaded
      *    entry
           MOVE 1 TO WS-EN-IDX.
           PERFORM 0310-TWO-SITES-FROM-ENTRY
               UNTIL WS-EN-IDX > WS-EN-COUNT.
       0310-TWO-SITES-FROM-ENTRY.
           COMPUTE WS-EN-SCAN = WS-EN-IDX + 1.
           PERFORM 0315-TWO-SITES-STEP
               UNTIL WS-EN-SCAN > WS-EN-COUNT.
           ADD 1 TO WS-EN-IDX.
       0315-TWO-SITES-STEP.
           IF EN-USER-ID(WS-EN-SCAN) = EN-USER-ID(WS-EN-IDX)
                   AND EN-SITE-ID(WS-EN-SCAN) NOT =
                       EN-SITE-ID(WS-EN-IDX)
               COMPUTE WS-SEC-DIFF = EN-SECONDS(WS-EN-SCAN)
                                   - EN-SECONDS(WS-EN-IDX)
               IF WS-SEC-DIFF < 0
                   MULTIPLY -1 BY WS-SEC-DIFF
               END-IF
               IF WS-SEC-DIFF <= WS-TWO-SITES-MINUTES * 60
                   MOVE "TWO-SITES" TO WS-FLAG-RULE
                   MOVE SPACES TO WS-FLAG-DETAIL
                   STRING "ALSO AT " DELIMITED BY SIZE
                           TRIM(EN-SITE-ID(WS-EN-SCAN))
                               DELIMITED BY SIZE
                           " AT " DELIMITED BY SIZE
                           EN-TIMESTAMP(WS-EN-SCAN) DELIMITED BY SIZE
                       INTO WS-FLAG-DETAIL
                   PERFORM 0380-FLAG-ENTRY
               END-IF
           END-IF.
           ADD 1 TO WS-EN-SCAN.
       0380-FLAG-ENTRY.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-FLAG-RULE TO RPT-LINE(1:12).
           MOVE EN-USER-ID(WS-EN-IDX) TO RPT-LINE(14:8).
           MOVE EN-TIMESTAMP(WS-EN-IDX) TO RPT-LINE(23:14).
           MOVE EN-SITE-ID(WS-EN-IDX) TO RPT-LINE(38:4).
           MOVE WS-FLAG-DETAIL TO RPT-LINE(43:50).
           PERFORM 0390-PRINT-RPT-LINE.
           ADD 1 TO WS-FLAG-COUNT.
       0390-PRINT-RPT-LINE.
           MOVE "L" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0400-CHECK-ODD-HOURS.
           OPEN INPUT INTAKE-LOG.
           IF ILOG-STAT = "00"
               PERFORM 0410-READ-INTAKE-LINE
                   UNTIL ILOG-STAT = "10"
               CLOSE INTAKE-LOG
           END-IF.
       0410-READ-INTAKE-LINE.
           READ INTAKE-LOG
               AT END
                   MOVE "10" TO ILOG-STAT
               NOT AT END
                   MOVE SPACES TO INTAKE-LINE-FIELDS
                   UNSTRING INTAKE-LOG-LINE DELIMITED BY ALL SPACE
                       INTO IL-TIMESTAMP IL-USER-ID IL-FILE-NAME
                            IL-RESULT
      *            lines from before the sweep was timestamped have
      *            the file name first and are passed over
                   IF IL-TIMESTAMP IS NUMERIC
                           AND IL-TIMESTAMP(1:8) = WS-SCAN-DATE
                       PERFORM 0420-CHECK-SWEEP-TIME
                   END-IF
           END-READ.
       0420-CHECK-SWEEP-TIME.
           MOVE IL-TIMESTAMP(9:4) TO WS-SWEEP-HHMM.
           MOVE "N" TO WS-ODD-HIT-SW.
           IF WS-ODD-FROM <= WS-ODD-TO
               IF WS-SWEEP-HHMM >= WS-ODD-FROM
                       AND WS-SWEEP-HHMM < WS-ODD-TO
                   MOVE "Y" TO WS-ODD-HIT-SW
               END-IF
           ELSE
               IF WS-SWEEP-HHMM >= WS-ODD-FROM
                       OR WS-SWEEP-HHMM < WS-ODD-TO
                   MOVE "Y" TO WS-ODD-HIT-SW
               END-IF
           END-IF.
           IF WS-ODD-HIT
               MOVE SPACES TO RPT-LINE
               MOVE "ODD-HOURS" TO RPT-LINE(1:12)
               MOVE IL-USER-ID TO RPT-LINE(14:8)
               MOVE IL-TIMESTAMP TO RPT-LINE(23:14)
               MOVE "-" TO RPT-LINE(38:4)
               STRING "INTAKE FILE " DELIMITED BY SIZE
                       TRIM(IL-FILE-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(IL-RESULT) DELIMITED BY SIZE
                   INTO RPT-LINE(43:50)
               PERFORM 0390-PRINT-RPT-LINE
               ADD 1 TO WS-FLAG-COUNT
           END-IF.
       0500-CHECK-NOT-STOCKED.
           OPEN INPUT BIER-STOCK.
           IF STK-STAT = "00"
               MOVE 1 TO WS-EN-IDX
               PERFORM 0510-NOT-STOCKED-STEP
                   UNTIL WS-EN-IDX > WS-EN-COUNT
               CLOSE BIER-STOCK
           END-IF.
       0510-NOT-STOCKED-STEP.
           MOVE EN-BEVERAGE(WS-EN-IDX) TO BSTK-CODE.
           READ BIER-STOCK
               KEY IS BSTK-CODE
               INVALID KEY
                   MOVE "NOT-STOCKED" TO WS-FLAG-RULE
                   MOVE SPACES TO WS-FLAG-DETAIL
                   STRING TRIM(EN-BEVERAGE(WS-EN-IDX))
                               DELIMITED BY SIZE
                           " NEVER DELIVERED PER BIER.STK"
                               DELIMITED BY SIZE
                       INTO WS-FLAG-DETAIL
                   PERFORM 0380-FLAG-ENTRY
           END-READ.
           ADD 1 TO WS-EN-IDX.
       9999-EXIT.
           STOP RUN.
