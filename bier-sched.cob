       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-SCHED.
      * cobc -x -Wall bier-sched.cob biercal.cob
      *               bierenv.cob -I copybooks -T bier-sched.lst
      *
      * usage: bier-sched [yyyymmdd]
      *   works out which of the periodic jobs are due on the given
      * night (default today) and writes them, in schedule order, to
      * BATCH.TONIGHT for nightly-batch.sh to run after its fixed
      * steps.  the schedule is BATCH.SCHED, one job per line (a
      * leading * makes a comment line):
      *     step  rule  maxrc  after  program [arguments...]
      * step is the name the job is logged under in BATCH.RUN; maxrc
      * the highest return code that still counts as complete (4 for
      * the jobs whose 4 is a flag, not a failure); after is a step
      * that must be COMPLETE tonight before this one may run, or -
      * for none.  the rule is one of
      *     DAILY            every night
      *     WORKDAY          every working day
      *     MON .. SUN       that day of the week
      *     FIRSTWORK        the first working day of the month
      *     LASTWORK         the last working day of the month
      *     DAY-nn           that day of the month (the last day in
      *                      a month too short to have it)
      * optionally followed by /mm to restrict it to one month, e.g.
      * FIRSTWORK/01.  working days and holidays are judged by BIER.CAL
      * through BIERCAL, like every other calendar question here.  in
      * the arguments &DATE, &MONTH, &YEAR, &PREVMONTH and &PREVYEAR
      * are replaced by the run date, its yyyymm and yyyy, and the
      * month and year before.
      *   without BATCH.SCHED the jobs that used to be run by hand
      * are scheduled as they always should have been: spend summary
      * and kitty assessment for the month just ended, the drinking
      * statement and (in january) the year-in-review on the first
      * working day, debt reminders and the badge noticeboard every
      * monday, and the report and feed archive purges on the first
      * of the month.
      *   a schedule line that cannot be understood is reported and
      * the run exits with return code 8, so the batch stops on the
      * bad edit instead of silently dropping the job.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SCHEDULE-FILE ASSIGN TO "BATCH.SCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SCH-STAT.
           SELECT TONIGHT-FILE ASSIGN TO "BATCH.TONIGHT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TON-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  SCHEDULE-FILE.
       01  SCHEDULE-LINE                          PIC X(100).
       FD  TONIGHT-FILE.
       01  TONIGHT-LINE                           PIC X(160).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  SCH-STAT                                PIC X(02).
       77  TON-STAT                                PIC X(02).
      * the built-in schedule, used when there is no BATCH.SCHED
       01  WS-DEFAULT-SCHEDULE.
           03  FILLER                             PIC X(80) VALUE
               "SPEND-SUMMARY FIRSTWORK 0 - bier-spend &PREVMONTH".
           03  FILLER                             PIC X(80) VALUE
               "KITTY-ASSESS FIRSTWORK 0 SPEND-SUMMARY bier-kitty ASSESS
      -        " &PREVMONTH".
           03  FILLER                             PIC X(80) VALUE
               "STATEMENT FIRSTWORK 0 - bier-statement &PREVMONTH".
           03  FILLER                             PIC X(80) VALUE
               "ANNUAL-REVIEW FIRSTWORK/01 0 - bier-annual &PREVYEAR".
           03  FILLER                             PIC X(80) VALUE
               "DEBT-REMINDERS MON 4 - bier-remind".
           03  FILLER                             PIC X(80) VALUE
               "BADGE-NOTICEBOARD MON 0 - bier-badges NOTICE &DATE".
           03  FILLER                             PIC X(80) VALUE
               "REPORT-PURGE DAY-01 0 - rpt-reprint PURGE 90".
           03  FILLER                             PIC X(80) VALUE
               "FEED-PURGE DAY-01 0 - feed-replay PURGE 90".
       01  DEFAULT-SCHEDULE-TABLE REDEFINES WS-DEFAULT-SCHEDULE.
           03  DS-LINE OCCURS 8 TIMES             PIC X(80).
       77  WS-DEFAULT-COUNT                       PIC 9(02) VALUE 8.
       77  WS-DEFAULT-IDX                         PIC 9(02).
       01  SCHEDULE-LINE-FIELDS.
           03  SC-STEP                            PIC X(24).
           03  SC-RULE                            PIC X(16).
           03  SC-MAXRC                           PIC X(04).
           03  SC-AFTER                           PIC X(24).
           03  SC-WORD OCCURS 8 TIMES             PIC X(16).
       01  RULE-FIELDS.
           03  RF-NAME                            PIC X(12).
           03  RF-MONTH                           PIC X(04).
       77  WS-WORD-IDX                            PIC 9(02).
       77  WS-LINE-NO                             PIC 9(05) VALUE 0.
       77  WS-BAD-LINES                           PIC 9(03) VALUE 0.
       77  WS-DUE-COUNT                           PIC 9(03) VALUE 0.
       77  WS-JOB-COUNT                           PIC 9(03) VALUE 0.
       77  WS-OUT-PTR                             PIC 9(03).
       77  WS-ARG-DATE                            PIC X(08).
       77  WS-RULE-OK-SW                          PIC X(01).
           88  WS-RULE-OK                         VALUE "Y".
       77  WS-DUE-SW                              PIC X(01).
           88  WS-JOB-DUE                         VALUE "Y".
       77  WS-SOURCE                              PIC X(12).
      * the run date and the dates the rules are judged against
       01  WS-RUN-DATE-DATA.
           03  WS-RUN-DATE                        PIC 9(08).
           03  FILLER REDEFINES WS-RUN-DATE.
               05  WS-RUN-YEAR                    PIC 9(04).
               05  WS-RUN-MONTH                   PIC 9(02).
               05  WS-RUN-DAY                     PIC 9(02).
           03  FILLER                              PIC X(13).
       77  WS-RUN-DAY-NUMBER                      PIC 9(09).
       77  WS-RUN-WEEKDAY                         PIC 9(01).
       77  WS-RUN-DAY-TYPE                        PIC X(01).
       77  WS-MONTH-END                           PIC 9(08).
       77  WS-MONTH-LAST-DAY                      PIC 9(02).
       77  WS-PROBE-DATE                          PIC 9(08).
       77  WS-PROBE-DAY-NUMBER                    PIC 9(09).
       77  WS-PROBE-DAY-TYPE                      PIC X(01).
       77  WS-WANTED-DAY                          PIC 9(02).
       77  WS-WANTED-MONTH                        PIC 9(02).
       77  WS-PREV-MONTH                          PIC 9(06).
       77  WS-PREV-YEAR                           PIC 9(04).
       77  WS-WORKDAY-SEEN-SW                     PIC X(01).
           88  WS-WORKDAY-SEEN                    VALUE "Y".
       01  WS-WEEKDAY-NAMES.
           03  FILLER                             PIC X(21)
                   VALUE "MONTUEWEDTHUFRISATSUN".
       01  WEEKDAY-TABLE REDEFINES WS-WEEKDAY-NAMES.
           03  WD-NAME OCCURS 7 TIMES             PIC X(03).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0050-PREPARE-RUN-DATE.
           OPEN OUTPUT TONIGHT-FILE.
           IF TON-STAT NOT = "00"
               DISPLAY "BATCH.TONIGHT COULD NOT BE WRITTEN (STATUS "
                       TON-STAT ")" UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           DISPLAY "JOBS DUE ON " WS-RUN-DATE " ("
                   WD-NAME(WS-RUN-WEEKDAY) " " WS-RUN-DAY-TYPE ")"
               UPON TERM.
           OPEN INPUT SCHEDULE-FILE.
           IF SCH-STAT = "00"
               MOVE "BATCH.SCHED" TO WS-SOURCE
               PERFORM 0010-READ-SCHEDULE-LINE
                   UNTIL SCH-STAT = "10"
               CLOSE SCHEDULE-FILE
           ELSE
               MOVE "BUILT-IN" TO WS-SOURCE
               MOVE 1 TO WS-DEFAULT-IDX
               PERFORM 0015-USE-DEFAULT-LINE
                   UNTIL WS-DEFAULT-IDX > WS-DEFAULT-COUNT
           END-IF.
           CLOSE TONIGHT-FILE.
           DISPLAY WS-DUE-COUNT " OF " WS-JOB-COUNT " "
                   TRIM(WS-SOURCE) " SCHEDULED JOB(S) DUE TONIGHT"
               UPON TERM.
           IF WS-BAD-LINES > 0
               DISPLAY WS-BAD-LINES " SCHEDULE LINE(S) NOT UNDERSTOOD"
                       " - FIX BATCH.SCHED" UPON TERM
               MOVE 8 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.
       0006-GET-ARGUMENTS.
           MOVE CURRENT-DATE TO WS-RUN-DATE-DATA.
           MOVE SPACES TO WS-ARG-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-DATE
           END-ACCEPT.
           IF WS-ARG-DATE NOT = SPACES
               IF WS-ARG-DATE NOT NUMERIC
                       OR TEST-DATE-YYYYMMDD(NUMVAL(WS-ARG-DATE))
                           NOT = 0
                   DISPLAY "USAGE: BIER-SCHED [YYYYMMDD]" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               MOVE WS-ARG-DATE TO WS-RUN-DATE
           END-IF.
       0010-READ-SCHEDULE-LINE.
           READ SCHEDULE-FILE
               AT END
                   MOVE "10" TO SCH-STAT
               NOT AT END
                   ADD 1 TO WS-LINE-NO
                   IF SCHEDULE-LINE(1:1) NOT = "*"
                           AND SCHEDULE-LINE NOT = SPACES
                       PERFORM 0100-EVALUATE-JOB
                   END-IF
           END-READ.
       0015-USE-DEFAULT-LINE.
           MOVE DS-LINE(WS-DEFAULT-IDX) TO SCHEDULE-LINE.
           MOVE WS-DEFAULT-IDX TO WS-LINE-NO.
           PERFORM 0100-EVALUATE-JOB.
           ADD 1 TO WS-DEFAULT-IDX.
       0050-PREPARE-RUN-DATE.
      *    INTEGER-OF-DATE day 1 is 1601-01-01, a monday, so the
      *    remainder cycle lands 1=MONDAY .. 7=SUNDAY, as in BIERCAL
           COMPUTE WS-RUN-DAY-NUMBER = INTEGER-OF-DATE(WS-RUN-DATE).
           COMPUTE WS-RUN-WEEKDAY = MOD(WS-RUN-DAY-NUMBER - 1, 7) + 1.
           CALL "BIERCAL" USING WS-RUN-DATE WS-RUN-DAY-TYPE.
      *    the month's last day: the first of next month, less one
           IF WS-RUN-MONTH = 12
               COMPUTE WS-PROBE-DATE = (WS-RUN-YEAR + 1) * 10000 + 101
           ELSE
               COMPUTE WS-PROBE-DATE = WS-RUN-YEAR * 10000
                       + (WS-RUN-MONTH + 1) * 100 + 1
           END-IF.
           COMPUTE WS-MONTH-END =
                   DATE-OF-INTEGER(INTEGER-OF-DATE(WS-PROBE-DATE) - 1).
           MOVE WS-MONTH-END(7:2) TO WS-MONTH-LAST-DAY.
           IF WS-RUN-MONTH = 1
               COMPUTE WS-PREV-MONTH = (WS-RUN-YEAR - 1) * 100 + 12
           ELSE
               COMPUTE WS-PREV-MONTH = WS-RUN-YEAR * 100
                       + WS-RUN-MONTH - 1
           END-IF.
           COMPUTE WS-PREV-YEAR = WS-RUN-YEAR - 1.
       0100-EVALUATE-JOB.
           ADD 1 TO WS-JOB-COUNT.
           MOVE SPACES TO SCHEDULE-LINE-FIELDS.
           UNSTRING SCHEDULE-LINE DELIMITED BY ALL SPACE
               INTO SC-STEP SC-RULE SC-MAXRC SC-AFTER
                    SC-WORD(1) SC-WORD(2) SC-WORD(3) SC-WORD(4)
                    SC-WORD(5) SC-WORD(6) SC-WORD(7) SC-WORD(8).
           MOVE UPPER-CASE(SC-STEP) TO SC-STEP.
           MOVE UPPER-CASE(SC-RULE) TO SC-RULE.
           MOVE UPPER-CASE(SC-AFTER) TO SC-AFTER.
           MOVE SPACES TO RULE-FIELDS.
           UNSTRING SC-RULE DELIMITED BY "/"
               INTO RF-NAME RF-MONTH.
           PERFORM 0110-JUDGE-RULE.
           IF NOT WS-RULE-OK
                   OR SC-MAXRC = SPACES
                   OR TEST-NUMVAL(SC-MAXRC) NOT = 0
                   OR SC-AFTER = SPACES
                   OR SC-WORD(1) = SPACES
               ADD 1 TO WS-BAD-LINES
               DISPLAY "LINE " WS-LINE-NO ": CANNOT SCHEDULE "
                       TRIM(SCHEDULE-LINE) UPON TERM
           ELSE
               IF WS-JOB-DUE
                   ADD 1 TO WS-DUE-COUNT
                   PERFORM 0150-WRITE-TONIGHT-LINE
               END-IF
           END-IF.
       0110-JUDGE-RULE.
           MOVE "Y" TO WS-RULE-OK-SW.
           MOVE "N" TO WS-DUE-SW.
           EVALUATE TRUE
               WHEN RF-NAME = "DAILY"
                   MOVE "Y" TO WS-DUE-SW
               WHEN RF-NAME = "WORKDAY"
                   IF WS-RUN-DAY-TYPE = "W"
                       MOVE "Y" TO WS-DUE-SW
                   END-IF
               WHEN RF-NAME = "MON" OR "TUE" OR "WED" OR "THU"
                       OR "FRI" OR "SAT" OR "SUN"
                   IF RF-NAME = WD-NAME(WS-RUN-WEEKDAY)
                       MOVE "Y" TO WS-DUE-SW
                   END-IF
               WHEN RF-NAME = "FIRSTWORK"
                   IF WS-RUN-DAY-TYPE = "W"
                       PERFORM 0120-CHECK-FIRST-WORKDAY
                   END-IF
               WHEN RF-NAME = "LASTWORK"
                   IF WS-RUN-DAY-TYPE = "W"
                       PERFORM 0125-CHECK-LAST-WORKDAY
                   END-IF
               WHEN RF-NAME(1:4) = "DAY-" AND RF-NAME(5:2) NUMERIC
                       AND RF-NAME(7:) = SPACES
                       AND RF-NAME(5:2) > "00" AND RF-NAME(5:2) < "32"
                   MOVE RF-NAME(5:2) TO WS-WANTED-DAY
                   IF WS-WANTED-DAY > WS-MONTH-LAST-DAY
                       MOVE WS-MONTH-LAST-DAY TO WS-WANTED-DAY
                   END-IF
                   IF WS-RUN-DAY = WS-WANTED-DAY
                       MOVE "Y" TO WS-DUE-SW
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-RULE-OK-SW
           END-EVALUATE.
           IF RF-MONTH NOT = SPACES
               IF RF-MONTH(1:2) NUMERIC AND RF-MONTH(3:) = SPACES
                       AND RF-MONTH(1:2) > "00"
                       AND RF-MONTH(1:2) < "13"
                   MOVE RF-MONTH(1:2) TO WS-WANTED-MONTH
                   IF WS-WANTED-MONTH NOT = WS-RUN-MONTH
                       MOVE "N" TO WS-DUE-SW
                   END-IF
               ELSE
                   MOVE "N" TO WS-RULE-OK-SW
               END-IF
           END-IF.
       0120-CHECK-FIRST-WORKDAY.
      *    due unless a working day comes earlier in the month
           MOVE "N" TO WS-WORKDAY-SEEN-SW.
           COMPUTE WS-PROBE-DATE = WS-RUN-YEAR * 10000
                   + WS-RUN-MONTH * 100 + 1.
           PERFORM 0130-PROBE-ONE-DAY
               UNTIL WS-PROBE-DATE >= WS-RUN-DATE
                   OR WS-WORKDAY-SEEN.
           IF NOT WS-WORKDAY-SEEN
               MOVE "Y" TO WS-DUE-SW
           END-IF.
       0125-CHECK-LAST-WORKDAY.
      *    due unless a working day comes later in the month
           MOVE "N" TO WS-WORKDAY-SEEN-SW.
           COMPUTE WS-PROBE-DATE =
                   DATE-OF-INTEGER(WS-RUN-DAY-NUMBER + 1).
           PERFORM 0130-PROBE-ONE-DAY
               UNTIL WS-PROBE-DATE > WS-MONTH-END
                   OR WS-WORKDAY-SEEN.
           IF NOT WS-WORKDAY-SEEN
               MOVE "Y" TO WS-DUE-SW
           END-IF.
       0130-PROBE-ONE-DAY.
           CALL "BIERCAL" USING WS-PROBE-DATE WS-PROBE-DAY-TYPE.
           IF WS-PROBE-DAY-TYPE = "W"
               MOVE "Y" TO WS-WORKDAY-SEEN-SW
           ELSE
               COMPUTE WS-PROBE-DAY-NUMBER =
                       INTEGER-OF-DATE(WS-PROBE-DATE) + 1
               COMPUTE WS-PROBE-DATE =
                       DATE-OF-INTEGER(WS-PROBE-DAY-NUMBER)
           END-IF.
       0150-WRITE-TONIGHT-LINE.
      *    "step maxrc after program args..." - the shell reads the
      *    first three words and runs the rest as the command
           MOVE SPACES TO TONIGHT-LINE.
           MOVE 1 TO WS-OUT-PTR.
           STRING TRIM(SC-STEP) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(SC-MAXRC) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(SC-AFTER) DELIMITED BY SIZE
               INTO TONIGHT-LINE WITH POINTER WS-OUT-PTR.
           MOVE 1 TO WS-WORD-IDX.
           PERFORM 0160-WRITE-ONE-WORD
               UNTIL WS-WORD-IDX > 8.
           WRITE TONIGHT-LINE.
           DISPLAY "  " TRIM(TONIGHT-LINE) UPON TERM.
       0160-WRITE-ONE-WORD.
           IF SC-WORD(WS-WORD-IDX) NOT = SPACES
               STRING " " DELIMITED BY SIZE
                   INTO TONIGHT-LINE WITH POINTER WS-OUT-PTR
               EVALUATE SC-WORD(WS-WORD-IDX)
                   WHEN "&DATE"
                       STRING WS-RUN-DATE DELIMITED BY SIZE
                           INTO TONIGHT-LINE WITH POINTER WS-OUT-PTR
                   WHEN "&MONTH"
                       STRING WS-RUN-DATE(1:6) DELIMITED BY SIZE
                           INTO TONIGHT-LINE WITH POINTER WS-OUT-PTR
                   WHEN "&YEAR"
                       STRING WS-RUN-YEAR DELIMITED BY SIZE
                           INTO TONIGHT-LINE WITH POINTER WS-OUT-PTR
                   WHEN "&PREVMONTH"
                       STRING WS-PREV-MONTH DELIMITED BY SIZE
                           INTO TONIGHT-LINE WITH POINTER WS-OUT-PTR
                   WHEN "&PREVYEAR"
                       STRING WS-PREV-YEAR DELIMITED BY SIZE
                           INTO TONIGHT-LINE WITH POINTER WS-OUT-PTR
                   WHEN OTHER
                       STRING TRIM(SC-WORD(WS-WORD-IDX))
                               DELIMITED BY SIZE
                           INTO TONIGHT-LINE WITH POINTER WS-OUT-PTR
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-WORD-IDX.
       9999-EXIT.
           STOP RUN.
