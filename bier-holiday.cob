       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-HOLIDAY.
      * cobc -x -Wall bier-holiday.cob bierauth.cob opsjrnl.cob
      *                    bierpin.cob bierhash.cob fstatmsg.cob
      *                    bierenv.cob
      *                    -I copybooks -T bier-holiday.lst
      *
      * usage: bier-holiday YYYY
      *   next year's public holidays for BIER.CAL, worked out instead
      * of typed in every December - the moveable feasts hang off
      * Easter and were the ones that kept going wrong, quietly
      * counting Easter Monday as a workday in BIER-REPORT and
      * BIER-EXCEPTIONS.  the holidays come from the BIER.HOL rule
      * file, maintained by hand like BIER.CAL (a leading * makes a
      * comment line), one rule per holiday:
      *     FIXED  MMDD remark
      *     EASTER +n   remark
      *     FIXED  0101 NEW YEAR'S DAY
      *     EASTER +1   EASTER MONDAY
      *     EASTER +39  ASCENSION DAY
      *     EASTER +50  WHIT MONDAY
      * the EASTER offset is days from Easter Sunday (-2 for Good
      * Friday), Easter itself by the Gregorian computus.  each
      * holiday is merged into BIER.CAL as a "YYYYMMDD H  remark"
      * line: existing lines - T team-event days, comments, last
      * year's holidays - are copied across untouched and the new
      * lines are added at the end under a comment naming the year.
      * a date already marked H is left as it is; a date already
      * marked anything else is reported and left for a person to
      * decide (RC 4), never overwritten.  the new calendar is built
      * on BIER.CAL.NEW and only swapped in once it is complete.  a
      * second run for the same year adds nothing.
      *   the run is granted through BIER.AUTH (BIERAUTH) - a role
      * with BIER-HOLIDAY * - before BIER.CAL is even read.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLIDAY-RULES ASSIGN TO "BIER.HOL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HOL-STAT.
           SELECT CALENDAR-FILE ASSIGN TO "BIER.CAL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAL-STAT.
           SELECT CALENDAR-NEW ASSIGN TO "BIER.CAL.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS NEW-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  HOLIDAY-RULES.
       01  RULE-LINE                              PIC X(80).
       FD  CALENDAR-FILE.
       01  CALENDAR-LINE                          PIC X(80).
       FD  CALENDAR-NEW.
       01  CALENDAR-NEW-LINE                      PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  CALENDAR-TABLE.
           03  CT-LINE OCCURS 600 TIMES           PIC X(80).
       77  WS-CAL-COUNT                           PIC 9(03) VALUE 0.
       77  WS-CAL-IDX                             PIC 9(03).
       77  WS-DATED-COUNT                         PIC 9(03) VALUE 0.
       01  HOLIDAY-TABLE.
           03  HOLIDAY OCCURS 40 TIMES.
               05  HD-DATE                        PIC 9(08).
               05  HD-REMARK                      PIC X(60).
               05  HD-STATUS                      PIC X(01).
                   88  HD-TO-ADD                  VALUE "A".
               05  HD-ON-FILE-TYPE                PIC X(01).
       01  HOLIDAY-SWAP.
           03  HS-DATE                            PIC 9(08).
           03  HS-REMARK                          PIC X(60).
           03  HS-STATUS                          PIC X(01).
           03  HS-ON-FILE-TYPE                    PIC X(01).
       77  WS-HOLIDAY-COUNT                       PIC 9(02) VALUE 0.
       77  WS-HOLIDAY-IDX                         PIC 9(02).
       77  WS-SORT-IDX                            PIC 9(02).
       77  WS-SWAPPED-SW                          PIC X(01).
           88  WS-SWAPPED                         VALUE "Y".
       01  RULE-LINE-TOKENS.
           03  RT-KIND                            PIC X(06).
           03  RT-WHEN                            PIC X(05).
       77  WS-RULE-PTR                            PIC 9(03).
       77  WS-RULE-NUMBER                         PIC 9(03) VALUE 0.
       77  WS-RULE-OK-SW                          PIC X(01).
           88  WS-RULE-OK                         VALUE "Y".
       77  WS-RULE-DATE                           PIC 9(08).
       77  WS-RULE-REMARK                         PIC X(60).
       01  CALENDAR-LINE-TOKENS.
           03  CL-DATE                            PIC X(08).
           03  CL-TYPE                            PIC X(01).
       77  WS-ARG-YEAR                            PIC X(04).
       77  WS-YEAR                                PIC 9(04).
      * the computus, Meeus/Jones/Butcher - every step an integer
      * division or remainder, named as in the published algorithm
       01  EASTER-WORK.
           03  EW-A                               PIC 9(04).
           03  EW-B                               PIC 9(04).
           03  EW-C                               PIC 9(04).
           03  EW-D                               PIC 9(04).
           03  EW-E                               PIC 9(04).
           03  EW-F                               PIC 9(04).
           03  EW-G                               PIC 9(04).
           03  EW-H                               PIC 9(04).
           03  EW-I                               PIC 9(04).
           03  EW-K                               PIC 9(04).
           03  EW-L                               PIC 9(04).
           03  EW-M                               PIC 9(04).
           03  EW-N                               PIC 9(04).
       01  WS-EASTER-DATE                         PIC 9(08).
       01  WS-EASTER-PARTS REDEFINES WS-EASTER-DATE.
           03  WS-EASTER-YEAR                     PIC 9(04).
           03  WS-EASTER-MONTH                    PIC 9(02).
           03  WS-EASTER-DAY                      PIC 9(02).
       77  WS-EASTER-DAYS                         PIC S9(09).
       77  WS-OFFSET                              PIC S9(03).
       77  WS-ADDED-COUNT                         PIC 9(02) VALUE 0.
       77  WS-KEPT-COUNT                          PIC 9(02) VALUE 0.
       77  WS-CONFLICT-COUNT                      PIC 9(02) VALUE 0.
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  HOL-STAT                               PIC X(02).
       77  CAL-STAT                               PIC X(02).
       77  NEW-STAT                               PIC X(02).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-HOLIDAY".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0002-CHECK-AUTHORITY.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0100-COMPUTE-EASTER.
           PERFORM 0200-LOAD-RULES.
           IF WS-HOLIDAY-COUNT = 0
               DISPLAY "BIER.HOL GIVES NO HOLIDAYS FOR " WS-YEAR
                       " - BIER.CAL LEFT AS IT IS" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0300-SORT-HOLIDAYS.
           PERFORM 0400-LOAD-CALENDAR.
           DISPLAY "PUBLIC HOLIDAYS " WS-YEAR " (EASTER SUNDAY "
                   WS-EASTER-DATE ")" UPON TERM.
           MOVE 1 TO WS-HOLIDAY-IDX.
           PERFORM 0500-MATCH-ONE-HOLIDAY
               UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT.
           IF WS-ADDED-COUNT > 0
               PERFORM 0600-WRITE-CALENDAR
           END-IF.
           DISPLAY WS-ADDED-COUNT " ADDED, " WS-KEPT-COUNT
                   " ALREADY ON BIER.CAL, " WS-CONFLICT-COUNT
                   " MARKED DIFFERENTLY" UPON TERM.
           IF WS-DATED-COUNT > 200
               DISPLAY "BIER.CAL NOW HAS " WS-DATED-COUNT " MARKED "
                       "DAYS - BIERCAL ONLY HOLDS 200, PRUNE OLD "
                       "YEARS" UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CONFLICT-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
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
           MOVE SPACES TO WS-ARG-YEAR.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-YEAR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-YEAR
           END-ACCEPT.
           IF WS-ARG-YEAR NOT NUMERIC
               DISPLAY "USAGE: BIER-HOLIDAY YYYY" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-ARG-YEAR TO WS-YEAR.
           IF WS-YEAR < 1601
               DISPLAY "THE YEAR MUST BE 1601 OR LATER" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0100-COMPUTE-EASTER.
           COMPUTE EW-A = FUNCTION MOD(WS-YEAR, 19).
           COMPUTE EW-B = WS-YEAR / 100.
           COMPUTE EW-C = FUNCTION MOD(WS-YEAR, 100).
           COMPUTE EW-D = EW-B / 4.
           COMPUTE EW-E = FUNCTION MOD(EW-B, 4).
           COMPUTE EW-F = (EW-B + 8) / 25.
           COMPUTE EW-G = (EW-B - EW-F + 1) / 3.
           COMPUTE EW-H = FUNCTION MOD(
                   19 * EW-A + EW-B - EW-D - EW-G + 15, 30).
           COMPUTE EW-I = EW-C / 4.
           COMPUTE EW-K = FUNCTION MOD(EW-C, 4).
           COMPUTE EW-L = FUNCTION MOD(
                   32 + 2 * EW-E + 2 * EW-I - EW-H - EW-K, 7).
           COMPUTE EW-M = (EW-A + 11 * EW-H + 22 * EW-L) / 451.
           COMPUTE EW-N = EW-H + EW-L - 7 * EW-M + 114.
           MOVE WS-YEAR TO WS-EASTER-YEAR.
           COMPUTE WS-EASTER-MONTH = EW-N / 31.
           COMPUTE WS-EASTER-DAY = FUNCTION MOD(EW-N, 31) + 1.
           COMPUTE WS-EASTER-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-EASTER-DATE).
       0200-LOAD-RULES.
           OPEN INPUT HOLIDAY-RULES.
           IF HOL-STAT NOT = "00"
               DISPLAY "NO BIER.HOL HOLIDAY RULES ON FILE (STATUS "
                       HOL-STAT ")" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0210-READ-RULE
               UNTIL HOL-STAT = "10".
           CLOSE HOLIDAY-RULES.
       0210-READ-RULE.
           READ HOLIDAY-RULES
               AT END
                   MOVE "10" TO HOL-STAT
               NOT AT END
                   ADD 1 TO WS-RULE-NUMBER
                   IF RULE-LINE NOT = SPACES
                           AND RULE-LINE(1:1) NOT = "*"
                       PERFORM 0220-APPLY-RULE
                   END-IF
           END-READ.
       0220-APPLY-RULE.
      *    the remark is everything after the date or offset, spaces
      *    and all - the pointer is left on its first character
           MOVE SPACES TO RULE-LINE-TOKENS.
           MOVE 1 TO WS-RULE-PTR.
           UNSTRING RULE-LINE DELIMITED BY ALL SPACE
               INTO RT-KIND RT-WHEN
               WITH POINTER WS-RULE-PTR.
           MOVE SPACES TO WS-RULE-REMARK.
           IF WS-RULE-PTR <= 80
               MOVE RULE-LINE(WS-RULE-PTR:) TO WS-RULE-REMARK
           END-IF.
           MOVE "N" TO WS-RULE-OK-SW.
           MOVE UPPER-CASE(RT-KIND) TO RT-KIND.
           EVALUATE RT-KIND
               WHEN "FIXED"
                   PERFORM 0230-FIXED-RULE
               WHEN "EASTER"
                   PERFORM 0240-EASTER-RULE
               WHEN OTHER
                   DISPLAY "BIER.HOL LINE " WS-RULE-NUMBER
                           " IS NEITHER FIXED NOR EASTER, IGNORED"
                           UPON TERM
           END-EVALUATE.
           IF WS-RULE-OK
               PERFORM 0250-NOTE-HOLIDAY
           END-IF.
       0230-FIXED-RULE.
           IF RT-WHEN(1:4) IS NUMERIC AND RT-WHEN(5:1) = SPACE
               MOVE WS-YEAR TO WS-RULE-DATE(1:4)
               MOVE RT-WHEN(1:4) TO WS-RULE-DATE(5:4)
      *        INTEGER-OF-DATE answers 0 for a day the year hasn't got
               IF FUNCTION INTEGER-OF-DATE(WS-RULE-DATE) > 0
                   MOVE "Y" TO WS-RULE-OK-SW
               END-IF
           END-IF.
           IF NOT WS-RULE-OK
               DISPLAY "BIER.HOL LINE " WS-RULE-NUMBER " - "
                       TRIM(RT-WHEN) " IS NOT A MMDD DAY OF "
                       WS-YEAR ", IGNORED" UPON TERM
           END-IF.
       0240-EASTER-RULE.
           IF TEST-NUMVAL(RT-WHEN) = 0
               COMPUTE WS-OFFSET = NUMVAL(RT-WHEN)
                   ON SIZE ERROR
                       MOVE 999 TO WS-OFFSET
               END-COMPUTE
               IF WS-OFFSET > -100 AND WS-OFFSET < 100
                   COMPUTE WS-RULE-DATE = FUNCTION DATE-OF-INTEGER(
                           WS-EASTER-DAYS + WS-OFFSET)
                   MOVE "Y" TO WS-RULE-OK-SW
               END-IF
           END-IF.
           IF NOT WS-RULE-OK
               DISPLAY "BIER.HOL LINE " WS-RULE-NUMBER " - "
                       TRIM(RT-WHEN) " IS NOT AN OFFSET IN DAYS FROM "
                       "EASTER, IGNORED" UPON TERM
           END-IF.
       0250-NOTE-HOLIDAY.
      *    two rules landing on one day (Ascension on 1 May) make one
      *    BIER.CAL line, under the first rule's remark
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-HOLIDAY-IDX.
           PERFORM 0255-NOTE-HOLIDAY-STEP
               UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT
                   OR WS-FOUND-YES.
           IF WS-FOUND-YES
               DISPLAY "BIER.HOL LINE " WS-RULE-NUMBER " FALLS ON "
                       WS-RULE-DATE " WITH "
                       TRIM(HD-REMARK(WS-HOLIDAY-IDX))
                       " - ONE LINE FOR BOTH" UPON TERM
           ELSE
               IF WS-HOLIDAY-COUNT < 40
                   ADD 1 TO WS-HOLIDAY-COUNT
                   MOVE WS-RULE-DATE TO HD-DATE(WS-HOLIDAY-COUNT)
                   MOVE WS-RULE-REMARK TO HD-REMARK(WS-HOLIDAY-COUNT)
                   MOVE SPACE TO HD-STATUS(WS-HOLIDAY-COUNT)
                                 HD-ON-FILE-TYPE(WS-HOLIDAY-COUNT)
               ELSE
                   DISPLAY "BIER.HOL HAS MORE THAN 40 HOLIDAYS, "
                           "IGNORING LINE " WS-RULE-NUMBER UPON TERM
               END-IF
           END-IF.
       0255-NOTE-HOLIDAY-STEP.
           IF HD-DATE(WS-HOLIDAY-IDX) = WS-RULE-DATE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-HOLIDAY-IDX
           END-IF.
       0300-SORT-HOLIDAYS.
      *    into date order for the report and BIER.CAL - the rule
      *    file lists them however its keeper likes; forty at most,
      *    so a plain exchange sort does
           MOVE "Y" TO WS-SWAPPED-SW.
           PERFORM 0310-SORT-PASS
               UNTIL NOT WS-SWAPPED.
       0310-SORT-PASS.
           MOVE "N" TO WS-SWAPPED-SW.
           MOVE 1 TO WS-SORT-IDX.
           PERFORM 0320-SORT-STEP
               UNTIL WS-SORT-IDX >= WS-HOLIDAY-COUNT.
       0320-SORT-STEP.
           IF HD-DATE(WS-SORT-IDX) > HD-DATE(WS-SORT-IDX + 1)
               MOVE HOLIDAY(WS-SORT-IDX) TO HOLIDAY-SWAP
               MOVE HOLIDAY(WS-SORT-IDX + 1) TO HOLIDAY(WS-SORT-IDX)
               MOVE HOLIDAY-SWAP TO HOLIDAY(WS-SORT-IDX + 1)
               MOVE "Y" TO WS-SWAPPED-SW
           END-IF.
           ADD 1 TO WS-SORT-IDX.
       0400-LOAD-CALENDAR.
      *    held whole, comments and all, so it can be written back
      *    line for line; no BIER.CAL yet simply starts one
           OPEN INPUT CALENDAR-FILE.
           IF CAL-STAT NOT = "00" AND CAL-STAT NOT = "35"
               DISPLAY "BIER.CAL COULD NOT BE OPENED (STATUS "
                       CAL-STAT ")" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF CAL-STAT = "00"
               PERFORM 0410-READ-CALENDAR-LINE
                   UNTIL CAL-STAT = "10"
               CLOSE CALENDAR-FILE
           END-IF.
       0410-READ-CALENDAR-LINE.
           READ CALENDAR-FILE
               AT END
                   MOVE "10" TO CAL-STAT
               NOT AT END
                   IF WS-CAL-COUNT < 600
                       ADD 1 TO WS-CAL-COUNT
                       MOVE CALENDAR-LINE TO CT-LINE(WS-CAL-COUNT)
                       MOVE WS-CAL-COUNT TO WS-CAL-IDX
                       PERFORM 0420-PARSE-CALENDAR-LINE
                       IF CL-DATE IS NUMERIC
                           ADD 1 TO WS-DATED-COUNT
                       END-IF
                   ELSE
      *                a calendar only half copied back would lose
      *                the rest - refuse rather than rewrite
                       DISPLAY "BIER.CAL HAS MORE THAN 600 LINES - "
                               "NOTHING CHANGED" UPON TERM
                       CLOSE CALENDAR-FILE
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
                   END-IF
           END-READ.
       0420-PARSE-CALENDAR-LINE.
      *    the same reading BIERCAL gives a line
           MOVE SPACES TO CALENDAR-LINE-TOKENS.
           UNSTRING CT-LINE(WS-CAL-IDX) DELIMITED BY ALL SPACE
               INTO CL-DATE CL-TYPE.
       0500-MATCH-ONE-HOLIDAY.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-CAL-IDX.
           PERFORM 0510-MATCH-CALENDAR-STEP
               UNTIL WS-CAL-IDX > WS-CAL-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               MOVE "A" TO HD-STATUS(WS-HOLIDAY-IDX)
               ADD 1 TO WS-ADDED-COUNT
               ADD 1 TO WS-DATED-COUNT
               DISPLAY "  " HD-DATE(WS-HOLIDAY-IDX) " "
                       HD-REMARK(WS-HOLIDAY-IDX)(1:30) " ADDED"
                       UPON TERM
           ELSE
               IF HD-ON-FILE-TYPE(WS-HOLIDAY-IDX) = "H"
                   MOVE "K" TO HD-STATUS(WS-HOLIDAY-IDX)
                   ADD 1 TO WS-KEPT-COUNT
                   DISPLAY "  " HD-DATE(WS-HOLIDAY-IDX) " "
                           HD-REMARK(WS-HOLIDAY-IDX)(1:30)
                           " ALREADY ON BIER.CAL" UPON TERM
               ELSE
                   MOVE "C" TO HD-STATUS(WS-HOLIDAY-IDX)
                   ADD 1 TO WS-CONFLICT-COUNT
                   DISPLAY "  " HD-DATE(WS-HOLIDAY-IDX) " "
                           HD-REMARK(WS-HOLIDAY-IDX)(1:30)
                           " MARKED " HD-ON-FILE-TYPE(WS-HOLIDAY-IDX)
                           " ON BIER.CAL - LEFT AS IT IS" UPON TERM
               END-IF
           END-IF.
           ADD 1 TO WS-HOLIDAY-IDX.
       0510-MATCH-CALENDAR-STEP.
           PERFORM 0420-PARSE-CALENDAR-LINE.
           IF CL-DATE IS NUMERIC
                   AND CL-DATE = HD-DATE(WS-HOLIDAY-IDX)
               MOVE "Y" TO WS-FOUND-SW
               MOVE CL-TYPE TO HD-ON-FILE-TYPE(WS-HOLIDAY-IDX)
           ELSE
               ADD 1 TO WS-CAL-IDX
           END-IF.
       0600-WRITE-CALENDAR.
           OPEN OUTPUT CALENDAR-NEW.
           IF NEW-STAT NOT = "00"
               DISPLAY "BIER.CAL.NEW COULD NOT BE OPENED (STATUS "
                       NEW-STAT ") - NOTHING CHANGED" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE 1 TO WS-CAL-IDX.
           PERFORM 0610-COPY-CALENDAR-LINE
               UNTIL WS-CAL-IDX > WS-CAL-COUNT.
           MOVE SPACES TO CALENDAR-NEW-LINE.
           STRING "* " DELIMITED BY SIZE
                   WS-YEAR DELIMITED BY SIZE
                   " public holidays, from BIER.HOL"
                       DELIMITED BY SIZE
               INTO CALENDAR-NEW-LINE.
           WRITE CALENDAR-NEW-LINE.
           MOVE 1 TO WS-HOLIDAY-IDX.
           PERFORM 0620-WRITE-HOLIDAY-LINE
               UNTIL WS-HOLIDAY-IDX > WS-HOLIDAY-COUNT.
           IF NEW-STAT NOT = "00"
               CLOSE CALENDAR-NEW
               DISPLAY "BIER.CAL.NEW WRITE FAILED (STATUS "
                       NEW-STAT ") - BIER.CAL NOT CHANGED" UPON TERM
               CALL "SYSTEM" USING "rm -f BIER.CAL.NEW"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           CLOSE CALENDAR-NEW.
           CALL "SYSTEM" USING "mv BIER.CAL.NEW BIER.CAL".
           DISPLAY "BIER.CAL REWRITTEN WITH " WS-ADDED-COUNT
                   " NEW HOLIDAY LINE(S)" UPON TERM.
       0610-COPY-CALENDAR-LINE.
           IF NEW-STAT = "00"
               MOVE CT-LINE(WS-CAL-IDX) TO CALENDAR-NEW-LINE
               WRITE CALENDAR-NEW-LINE
           END-IF.
           ADD 1 TO WS-CAL-IDX.
       0620-WRITE-HOLIDAY-LINE.
           IF HD-TO-ADD(WS-HOLIDAY-IDX) AND NEW-STAT = "00"
               MOVE SPACES TO CALENDAR-NEW-LINE
               STRING HD-DATE(WS-HOLIDAY-IDX) DELIMITED BY SIZE
                       " H  " DELIMITED BY SIZE
                       TRIM(HD-REMARK(WS-HOLIDAY-IDX))
                           DELIMITED BY SIZE
                   INTO CALENDAR-NEW-LINE
               WRITE CALENDAR-NEW-LINE
           END-IF.
           ADD 1 TO WS-HOLIDAY-IDX.
       9999-EXIT.
           STOP RUN.
