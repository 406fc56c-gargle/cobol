       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-RUNTIME.
      * cobc -x -Wall ops-runtime.cob rptspool.cob
      *                                   bierenv.cob -I copybooks
      *                                   -T ops-runtime.lst
      *
      * usage: ops-runtime [hhmm]
      *        ops-runtime STEP step-name
      *   how long the nightly batch takes, and how long it is going
      * to take.  every step's STARTED and COMPLETE lines on
      * BATCH.RUN (written by nightly-batch.sh) are paired into a
      * duration per step per night, for the last 90 nights on file.
      * the report shows the batch's elapsed time night by night for
      * the last 30 nights, then per step last night's time, the
      * average and worst over the last 30 and 90 nights and the
      * trend over each (least-squares, seconds gained per night).
      *   the forecast takes the 30-night trend of the whole batch's
      * elapsed time and projects the night it will no longer fit
      * between its usual start and the end of the quiesce window -
      * the argument, default 0700, when the morning shift expects
      * BIER.QSC released.
      *   any step that took more than twice its usual time last
      * night (its average over the earlier nights, at least three
      * of them) is flagged; a step under a minute is never flagged,
      * a doubling of a few seconds is noise.  a flag, or a forecast
      * overrun inside 30 nights, makes the exit code 4.
      *   STEP lists the one step's time night by night, 90 nights.
      * a restarted step counts from its last start to its COMPLETE;
      * times past midnight are taken as the same night.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-CONTROL ASSIGN TO "BATCH.RUN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RUN-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01  RUN-CONTROL-LINE                       PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  RUN-STAT                                PIC X(02).
       01  RUN-LINE-FIELDS.
           03  RC-DATE                            PIC X(08).
           03  RC-STEP                            PIC X(24).
           03  RC-STATUS                          PIC X(08).
           03  RC-RC                              PIC X(04).
           03  RC-TIME                            PIC X(06).
           03  FILLER REDEFINES RC-TIME.
               05  RC-HOURS                       PIC 9(02).
               05  RC-MINUTES                     PIC 9(02).
               05  RC-SECONDS                     PIC 9(02).
       77  WS-ARG-1                               PIC X(12).
       77  WS-ARG-STEP                            PIC X(24).
       77  WS-STEP-MODE-SW                        PIC X(01) VALUE "N".
           88  WS-STEP-MODE                       VALUE "Y".
       01  WS-WINDOW-END                          PIC 9(04) VALUE 0700.
       01  FILLER REDEFINES WS-WINDOW-END.
           03  WS-WINDOW-HOURS                    PIC 9(02).
           03  WS-WINDOW-MINUTES                  PIC 9(02).
       01  STEP-NAME-TABLE.
           03  SN-NAME OCCURS 40 TIMES            PIC X(24).
       77  WS-SN-COUNT                            PIC 9(02) VALUE 0.
       77  WS-SN-IDX                              PIC 9(02).
       77  WS-SN-FOUND-SW                         PIC X(01).
           88  WS-SN-FOUND                        VALUE "Y".
      * one row per night, oldest first; when the table is full the
      * oldest night is dropped, so it always holds the latest 90
       01  NIGHT-TABLE.
           03  NT-NIGHT OCCURS 90 TIMES.
               05  NT-DATE                        PIC X(08).
               05  NT-FIRST-START                 PIC 9(05).
               05  NT-ELAPSED                     PIC 9(06).
               05  NT-STEP OCCURS 40 TIMES.
                   07  NT-STEP-START              PIC 9(05).
                   07  NT-STEP-SECS               PIC 9(06).
                   07  NT-STEP-RAN                PIC X(01).
                       88  NT-STEP-COMPLETE       VALUE "Y".
       77  WS-NIGHT-COUNT                         PIC 9(03) VALUE 0.
       77  WS-NT-IDX                              PIC 9(03).
       77  WS-SHIFT-IDX                           PIC 9(03).
       77  WS-EVENT-SECS                          PIC 9(06).
       77  WS-STEP-SECS                           PIC S9(06).
      * one statistic over a span of nights: in WS-SPAN, out the rest
       77  WS-SPAN                                PIC 9(03).
       77  WS-SPAN-FIRST                          PIC 9(03).
       77  WS-SPAN-LAST                           PIC 9(03).
       77  WS-STAT-COUNT                          PIC 9(03).
       77  WS-STAT-SUM                            PIC 9(09).
       77  WS-STAT-WORST                          PIC 9(06).
       77  WS-STAT-AVG                            PIC 9(06).
       77  WS-STAT-SLOPE                          PIC S9(06)V9.
       77  WS-STAT-VALUE                          PIC 9(06).
       77  WS-SUM-X                               PIC S9(09).
       77  WS-SUM-Y                               PIC S9(11).
       77  WS-SUM-XY                              PIC S9(13).
       77  WS-SUM-XX                              PIC S9(11).
       77  WS-REG-DIVISOR                         PIC S9(13).
       77  WS-STAT-ELAPSED-SW                     PIC X(01).
           88  WS-STAT-ELAPSED                    VALUE "Y".
       77  WS-LAST-SECS                           PIC 9(06).
       77  WS-USUAL-SECS                          PIC 9(06).
       77  WS-FLAG-COUNT                          PIC 9(03) VALUE 0.
      * the forecast
       77  WS-START-SUM                           PIC 9(09).
       77  WS-START-COUNT                         PIC 9(03).
       77  WS-USUAL-START                         PIC 9(05).
       77  WS-WINDOW-SECS                         PIC 9(06).
       77  WS-FITTED-ELAPSED                      PIC S9(07).
       77  WS-NIGHTS-LEFT                         PIC 9(07).
       77  WS-OVERRUN-DATE                        PIC 9(08).
       77  WS-FORECAST-SW                         PIC X(01) VALUE "N".
           88  WS-FORECAST-ALARM                  VALUE "Y".
      * printing
       77  WS-DUR-SECS                            PIC 9(06).
       77  WS-DUR-MINUTES                         PIC 9(04).
       77  WS-DUR-REST                            PIC 9(02).
       77  WS-DUR-MIN-OUT                         PIC Z(03)9.
       77  WS-DUR-OUT                             PIC X(08).
       77  WS-USUAL-OUT                           PIC X(08).
       77  WS-SLOPE-OUT                           PIC +(05)9.9.
       77  WS-NUM-OUT                             PIC Z(06)9.
       77  WS-CLOCK-OUT                           PIC X(05).
       77  WS-CLOCK-HOURS                         PIC 9(02).
       77  WS-CLOCK-MINUTES                       PIC 9(02).
       77  WS-LINE-PTR                            PIC 9(03).
       COPY "rptspl.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           OPEN INPUT RUN-CONTROL.
           IF RUN-STAT NOT = "00"
               DISPLAY "NO BATCH.RUN ON FILE - THE NIGHTLY BATCH HAS "
                       "NOT RUN HERE YET" UPON TERM
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0010-READ-RUN-LINE
               UNTIL RUN-STAT = "10".
           CLOSE RUN-CONTROL.
           IF WS-NIGHT-COUNT = 0
               DISPLAY "BATCH.RUN HOLDS NO NIGHTS YET" UPON TERM
               GO TO 9999-EXIT
           END-IF.
           INITIALIZE RPT-SPOOL-AREA.
           MOVE "O" TO RPT-ACTION.
           MOVE "OPS-RUNTIME" TO RPT-PROGRAM.
           MOVE NT-DATE(WS-NIGHT-COUNT) TO RPT-PERIOD.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           IF WS-STEP-MODE
               PERFORM 0500-PRINT-STEP-HISTORY
           ELSE
               PERFORM 0200-PRINT-NIGHTS
               PERFORM 0300-PRINT-STEP-STATISTICS
               PERFORM 0400-PRINT-FORECAST
           END-IF.
           MOVE "C" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           IF WS-FLAG-COUNT > 0 OR WS-FORECAST-ALARM
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-ARG-1 WS-ARG-STEP.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-1
           END-ACCEPT.
           EVALUATE TRUE
               WHEN WS-ARG-1 = SPACES
                   CONTINUE
               WHEN UPPER-CASE(WS-ARG-1) = "STEP"
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   ACCEPT WS-ARG-STEP FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           MOVE SPACES TO WS-ARG-STEP
                   END-ACCEPT
                   IF WS-ARG-STEP = SPACES
                       PERFORM 0008-SHOW-USAGE
                   END-IF
                   MOVE UPPER-CASE(WS-ARG-STEP) TO WS-ARG-STEP
                   MOVE "Y" TO WS-STEP-MODE-SW
               WHEN WS-ARG-1(1:4) IS NUMERIC AND WS-ARG-1(5:) = SPACES
                       AND WS-ARG-1(1:2) < "24"
                       AND WS-ARG-1(3:2) < "60"
                   MOVE WS-ARG-1(1:4) TO WS-WINDOW-END
               WHEN OTHER
                   PERFORM 0008-SHOW-USAGE
           END-EVALUATE.
       0008-SHOW-USAGE.
           DISPLAY "USAGE: OPS-RUNTIME [HHMM]" UPON TERM.
           DISPLAY "       OPS-RUNTIME STEP STEP-NAME" UPON TERM.
           MOVE 8 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0010-READ-RUN-LINE.
           READ RUN-CONTROL
               AT END
                   MOVE "10" TO RUN-STAT
               NOT AT END
                   MOVE SPACES TO RUN-LINE-FIELDS
                   UNSTRING RUN-CONTROL-LINE DELIMITED BY ALL SPACE
                       INTO RC-DATE RC-STEP RC-STATUS RC-RC RC-TIME
                   IF RC-DATE IS NUMERIC AND RC-TIME IS NUMERIC
                           AND RC-STATUS NOT = "HELD"
                       PERFORM 0020-NOTE-EVENT
                   END-IF
           END-READ.
       0020-NOTE-EVENT.
           IF WS-NIGHT-COUNT = 0
                   OR RC-DATE NOT = NT-DATE(WS-NIGHT-COUNT)
               PERFORM 0030-START-NIGHT
           END-IF.
           MOVE WS-NIGHT-COUNT TO WS-NT-IDX.
      *    seconds since midnight, moved past 24:00 when the event
      *    is earlier in the day than the night's first start
           COMPUTE WS-EVENT-SECS = RC-HOURS * 3600
                   + RC-MINUTES * 60 + RC-SECONDS.
           IF WS-EVENT-SECS < NT-FIRST-START(WS-NT-IDX)
               ADD 86400 TO WS-EVENT-SECS
           END-IF.
           IF WS-EVENT-SECS - NT-FIRST-START(WS-NT-IDX)
                   > NT-ELAPSED(WS-NT-IDX)
               COMPUTE NT-ELAPSED(WS-NT-IDX) =
                       WS-EVENT-SECS - NT-FIRST-START(WS-NT-IDX)
           END-IF.
           PERFORM 0040-FIND-STEP-NAME.
           IF WS-SN-FOUND
               EVALUATE RC-STATUS
                   WHEN "STARTED"
                       MOVE WS-EVENT-SECS
                           TO NT-STEP-START(WS-NT-IDX, WS-SN-IDX)
                   WHEN "COMPLETE"
                   WHEN "FAILED"
                       COMPUTE WS-STEP-SECS = WS-EVENT-SECS
                               - NT-STEP-START(WS-NT-IDX, WS-SN-IDX)
                       IF WS-STEP-SECS < 0
                           MOVE 0 TO WS-STEP-SECS
                       END-IF
                       MOVE WS-STEP-SECS
                           TO NT-STEP-SECS(WS-NT-IDX, WS-SN-IDX)
                       IF RC-STATUS = "COMPLETE"
                           MOVE "Y"
                               TO NT-STEP-RAN(WS-NT-IDX, WS-SN-IDX)
                       ELSE
                           MOVE "F"
                               TO NT-STEP-RAN(WS-NT-IDX, WS-SN-IDX)
                       END-IF
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
           END-IF.
       0030-START-NIGHT.
           IF WS-NIGHT-COUNT = 90
               MOVE 1 TO WS-SHIFT-IDX
               PERFORM 0035-SHIFT-ONE-NIGHT
                   UNTIL WS-SHIFT-IDX > 89
           ELSE
               ADD 1 TO WS-NIGHT-COUNT
           END-IF.
           INITIALIZE NT-NIGHT(WS-NIGHT-COUNT).
           MOVE RC-DATE TO NT-DATE(WS-NIGHT-COUNT).
           COMPUTE NT-FIRST-START(WS-NIGHT-COUNT) = RC-HOURS * 3600
                   + RC-MINUTES * 60 + RC-SECONDS.
       0035-SHIFT-ONE-NIGHT.
           MOVE NT-NIGHT(WS-SHIFT-IDX + 1) TO NT-NIGHT(WS-SHIFT-IDX).
           ADD 1 TO WS-SHIFT-IDX.
       0040-FIND-STEP-NAME.
           MOVE "N" TO WS-SN-FOUND-SW.
           MOVE 1 TO WS-SN-IDX.
           PERFORM 0045-FIND-STEP-STEP
               UNTIL WS-SN-IDX > WS-SN-COUNT OR WS-SN-FOUND.
           IF NOT WS-SN-FOUND AND WS-SN-COUNT < 40
               ADD 1 TO WS-SN-COUNT
               MOVE WS-SN-COUNT TO WS-SN-IDX
               MOVE RC-STEP TO SN-NAME(WS-SN-IDX)
               MOVE "Y" TO WS-SN-FOUND-SW
           END-IF.
       0045-FIND-STEP-STEP.
           IF SN-NAME(WS-SN-IDX) = RC-STEP
               MOVE "Y" TO WS-SN-FOUND-SW
           ELSE
               ADD 1 TO WS-SN-IDX
           END-IF.
       0200-PRINT-NIGHTS.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-NIGHT-COUNT TO WS-NUM-OUT.
           STRING "NIGHTLY BATCH RUN TIMES - " DELIMITED BY SIZE
                   TRIM(WS-NUM-OUT) DELIMITED BY SIZE
                   " NIGHT(S) ON FILE, LAST " DELIMITED BY SIZE
                   NT-DATE(WS-NIGHT-COUNT) DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "DATE      START  ELAPSED" TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:24).
           PERFORM 0390-PRINT-RPT-LINE.
           IF WS-NIGHT-COUNT > 30
               COMPUTE WS-NT-IDX = WS-NIGHT-COUNT - 29
           ELSE
               MOVE 1 TO WS-NT-IDX
           END-IF.
           PERFORM 0210-PRINT-ONE-NIGHT
               UNTIL WS-NT-IDX > WS-NIGHT-COUNT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
       0210-PRINT-ONE-NIGHT.
           MOVE NT-FIRST-START(WS-NT-IDX) TO WS-DUR-SECS.
           PERFORM 0380-FORMAT-CLOCK.
           MOVE NT-ELAPSED(WS-NT-IDX) TO WS-DUR-SECS.
           PERFORM 0370-FORMAT-DURATION.
           MOVE SPACES TO RPT-LINE.
           STRING NT-DATE(WS-NT-IDX) DELIMITED BY SIZE
                   "  " DELIMITED BY SIZE
                   WS-CLOCK-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DUR-OUT DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           ADD 1 TO WS-NT-IDX.
       0300-PRINT-STEP-STATISTICS.
           MOVE SPACES TO RPT-LINE.
           STRING "STEP TIMES (MIN:SS) - TREND IS SECONDS GAINED "
                       DELIMITED BY SIZE
                   "PER NIGHT" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE "STEP" TO RPT-LINE(1:4).
           MOVE 23 TO WS-LINE-PTR.
           STRING "     LAST    AVG30  WORST30   TREND30"
                       DELIMITED BY SIZE
                   "    AVG90  WORST90   TREND90" DELIMITED BY SIZE
               INTO RPT-LINE WITH POINTER WS-LINE-PTR.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:87).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "N" TO WS-STAT-ELAPSED-SW.
           MOVE 1 TO WS-SN-IDX.
           PERFORM 0310-PRINT-ONE-STEP
               UNTIL WS-SN-IDX > WS-SN-COUNT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE 1 TO WS-SN-IDX.
           PERFORM 0320-CHECK-ONE-STEP
               UNTIL WS-SN-IDX > WS-SN-COUNT.
           IF WS-FLAG-COUNT = 0
               MOVE SPACES TO RPT-LINE
               STRING "NO STEP RAN MORE THAN TWICE ITS USUAL TIME "
                           DELIMITED BY SIZE
                       "LAST NIGHT" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
           END-IF.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
       0310-PRINT-ONE-STEP.
           MOVE SPACES TO RPT-LINE.
           MOVE SN-NAME(WS-SN-IDX)(1:22) TO RPT-LINE(1:22).
           MOVE 23 TO WS-LINE-PTR.
           IF NT-STEP-RAN(WS-NIGHT-COUNT, WS-SN-IDX) = SPACE
               MOVE "     -  " TO WS-DUR-OUT
           ELSE
               MOVE NT-STEP-SECS(WS-NIGHT-COUNT, WS-SN-IDX)
                   TO WS-DUR-SECS
               PERFORM 0370-FORMAT-DURATION
           END-IF.
           PERFORM 0315-ADD-CELL.
           MOVE 30 TO WS-SPAN.
           PERFORM 0330-SPAN-STATISTICS.
           PERFORM 0316-ADD-SPAN-CELLS.
           MOVE 90 TO WS-SPAN.
           PERFORM 0330-SPAN-STATISTICS.
           PERFORM 0316-ADD-SPAN-CELLS.
           PERFORM 0390-PRINT-RPT-LINE.
           ADD 1 TO WS-SN-IDX.
       0315-ADD-CELL.
           STRING " " DELIMITED BY SIZE
                   WS-DUR-OUT DELIMITED BY SIZE
               INTO RPT-LINE WITH POINTER WS-LINE-PTR.
       0316-ADD-SPAN-CELLS.
           IF WS-STAT-COUNT = 0
               MOVE "     -  " TO WS-DUR-OUT
               PERFORM 0315-ADD-CELL
               PERFORM 0315-ADD-CELL
               STRING "         -" DELIMITED BY SIZE
                   INTO RPT-LINE WITH POINTER WS-LINE-PTR
           ELSE
               MOVE WS-STAT-AVG TO WS-DUR-SECS
               PERFORM 0370-FORMAT-DURATION
               PERFORM 0315-ADD-CELL
               MOVE WS-STAT-WORST TO WS-DUR-SECS
               PERFORM 0370-FORMAT-DURATION
               PERFORM 0315-ADD-CELL
               MOVE WS-STAT-SLOPE TO WS-SLOPE-OUT
               STRING " " DELIMITED BY SIZE
                       WS-SLOPE-OUT DELIMITED BY SIZE
                   INTO RPT-LINE WITH POINTER WS-LINE-PTR
           END-IF.
       0320-CHECK-ONE-STEP.
      *    usual = the average of the nights before last night
           IF NT-STEP-COMPLETE(WS-NIGHT-COUNT, WS-SN-IDX)
                   AND WS-NIGHT-COUNT > 1
               MOVE NT-STEP-SECS(WS-NIGHT-COUNT, WS-SN-IDX)
                   TO WS-LAST-SECS
               MOVE 1 TO WS-SPAN-FIRST
               COMPUTE WS-SPAN-LAST = WS-NIGHT-COUNT - 1
               PERFORM 0335-SPAN-RANGE-STATISTICS
               MOVE WS-STAT-AVG TO WS-USUAL-SECS
               IF WS-STAT-COUNT >= 3 AND WS-LAST-SECS >= 60
                       AND WS-LAST-SECS > WS-USUAL-SECS * 2
                   ADD 1 TO WS-FLAG-COUNT
                   MOVE WS-USUAL-SECS TO WS-DUR-SECS
                   PERFORM 0370-FORMAT-DURATION
                   MOVE WS-DUR-OUT TO WS-USUAL-OUT
                   MOVE WS-LAST-SECS TO WS-DUR-SECS
                   PERFORM 0370-FORMAT-DURATION
                   MOVE SPACES TO RPT-LINE
                   STRING "** " DELIMITED BY SIZE
                           TRIM(SN-NAME(WS-SN-IDX)) DELIMITED BY SIZE
                           " TOOK " DELIMITED BY SIZE
                           TRIM(WS-DUR-OUT) DELIMITED BY SIZE
                           " LAST NIGHT, USUALLY " DELIMITED BY SIZE
                           TRIM(WS-USUAL-OUT) DELIMITED BY SIZE
                           " - MORE THAN TWICE ITS USUAL TIME"
                               DELIMITED BY SIZE
                       INTO RPT-LINE
                   PERFORM 0390-PRINT-RPT-LINE
               END-IF
           END-IF.
           ADD 1 TO WS-SN-IDX.
       0330-SPAN-STATISTICS.
      *    the last WS-SPAN nights on the table
           IF WS-NIGHT-COUNT > WS-SPAN
               COMPUTE WS-SPAN-FIRST = WS-NIGHT-COUNT - WS-SPAN + 1
           ELSE
               MOVE 1 TO WS-SPAN-FIRST
           END-IF.
           MOVE WS-NIGHT-COUNT TO WS-SPAN-LAST.
           PERFORM 0335-SPAN-RANGE-STATISTICS.
       0335-SPAN-RANGE-STATISTICS.
      *    count, average, worst and least-squares slope of either one
      *    step's completed times (WS-SN-IDX) or, with
      *    WS-STAT-ELAPSED, the whole batch's elapsed time, over the
      *    nights WS-SPAN-FIRST thru WS-SPAN-LAST; x is the night's
      *    place on the table, so gaps in the calendar do not count
           MOVE 0 TO WS-STAT-COUNT WS-STAT-SUM WS-STAT-WORST
                   WS-STAT-AVG WS-STAT-SLOPE.
           MOVE 0 TO WS-SUM-X WS-SUM-Y WS-SUM-XY WS-SUM-XX.
           MOVE WS-SPAN-FIRST TO WS-NT-IDX.
           PERFORM 0340-SPAN-ONE-NIGHT
               UNTIL WS-NT-IDX > WS-SPAN-LAST.
           IF WS-STAT-COUNT > 0
               COMPUTE WS-STAT-AVG ROUNDED =
                       WS-STAT-SUM / WS-STAT-COUNT
           END-IF.
           IF WS-STAT-COUNT > 1
               COMPUTE WS-REG-DIVISOR = WS-STAT-COUNT * WS-SUM-XX
                       - WS-SUM-X * WS-SUM-X
               IF WS-REG-DIVISOR NOT = 0
                   COMPUTE WS-STAT-SLOPE ROUNDED =
                           (WS-STAT-COUNT * WS-SUM-XY
                            - WS-SUM-X * WS-SUM-Y) / WS-REG-DIVISOR
               END-IF
           END-IF.
       0340-SPAN-ONE-NIGHT.
           IF WS-STAT-ELAPSED
               MOVE NT-ELAPSED(WS-NT-IDX) TO WS-STAT-VALUE
               PERFORM 0345-COUNT-ONE-VALUE
           ELSE
               IF NT-STEP-COMPLETE(WS-NT-IDX, WS-SN-IDX)
                   MOVE NT-STEP-SECS(WS-NT-IDX, WS-SN-IDX)
                       TO WS-STAT-VALUE
                   PERFORM 0345-COUNT-ONE-VALUE
               END-IF
           END-IF.
           ADD 1 TO WS-NT-IDX.
       0345-COUNT-ONE-VALUE.
           ADD 1 TO WS-STAT-COUNT.
           ADD WS-STAT-VALUE TO WS-STAT-SUM.
           IF WS-STAT-VALUE > WS-STAT-WORST
               MOVE WS-STAT-VALUE TO WS-STAT-WORST
           END-IF.
           ADD WS-NT-IDX TO WS-SUM-X.
           ADD WS-STAT-VALUE TO WS-SUM-Y.
           COMPUTE WS-SUM-XY = WS-SUM-XY + WS-NT-IDX * WS-STAT-VALUE.
           COMPUTE WS-SUM-XX = WS-SUM-XX + WS-NT-IDX * WS-NT-IDX.
       0370-FORMAT-DURATION.
      *    WS-DUR-SECS as "mmmm:ss"
           DIVIDE WS-DUR-SECS BY 60 GIVING WS-DUR-MINUTES
               REMAINDER WS-DUR-REST.
           MOVE WS-DUR-MINUTES TO WS-DUR-MIN-OUT.
           MOVE SPACES TO WS-DUR-OUT.
           STRING " " DELIMITED BY SIZE
                   WS-DUR-MIN-OUT DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-DUR-REST DELIMITED BY SIZE
               INTO WS-DUR-OUT.
       0380-FORMAT-CLOCK.
      *    WS-DUR-SECS since midnight as "hh:mm"
           DIVIDE WS-DUR-SECS BY 3600 GIVING WS-CLOCK-HOURS
               REMAINDER WS-EVENT-SECS.
           DIVIDE WS-EVENT-SECS BY 60 GIVING WS-CLOCK-MINUTES.
           IF WS-CLOCK-HOURS > 23
               SUBTRACT 24 FROM WS-CLOCK-HOURS
           END-IF.
           MOVE SPACES TO WS-CLOCK-OUT.
           STRING WS-CLOCK-HOURS DELIMITED BY SIZE
                   ":" DELIMITED BY SIZE
                   WS-CLOCK-MINUTES DELIMITED BY SIZE
               INTO WS-CLOCK-OUT.
       0390-PRINT-RPT-LINE.
      *    every report line goes through the shared spool writer -
      *    console as before, plus the dated REPORTS member
           MOVE "L" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0400-PRINT-FORECAST.
      *    the usual start is the average first STARTED of the last
      *    30 nights, taken past midnight when it falls before noon
      *    so a batch that starts at 00:30 averages with one at 23:50
           MOVE 0 TO WS-START-SUM WS-START-COUNT.
           IF WS-NIGHT-COUNT > 30
               COMPUTE WS-NT-IDX = WS-NIGHT-COUNT - 29
           ELSE
               MOVE 1 TO WS-NT-IDX
           END-IF.
           PERFORM 0410-ADD-ONE-START
               UNTIL WS-NT-IDX > WS-NIGHT-COUNT.
           COMPUTE WS-USUAL-START ROUNDED =
                   WS-START-SUM / WS-START-COUNT.
           COMPUTE WS-WINDOW-SECS = WS-WINDOW-HOURS * 3600
                   + WS-WINDOW-MINUTES * 60.
           IF WS-WINDOW-SECS < 43200
               ADD 86400 TO WS-WINDOW-SECS
           END-IF.
           MOVE SPACES TO RPT-LINE.
           MOVE WS-USUAL-START TO WS-DUR-SECS.
           PERFORM 0380-FORMAT-CLOCK.
           IF WS-WINDOW-SECS <= WS-USUAL-START
               STRING "THE BATCH USUALLY STARTS AT " DELIMITED BY SIZE
                       WS-CLOCK-OUT DELIMITED BY SIZE
                       ", AFTER THE WINDOW CLOSES - NO FORECAST"
                           DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
           ELSE
               SUBTRACT WS-USUAL-START FROM WS-WINDOW-SECS
               MOVE WS-WINDOW-SECS TO WS-DUR-SECS
               PERFORM 0370-FORMAT-DURATION
               STRING "WINDOW: USUAL START " DELIMITED BY SIZE
                       WS-CLOCK-OUT DELIMITED BY SIZE
                       " TO " DELIMITED BY SIZE
                       WS-WINDOW-END(1:2) DELIMITED BY SIZE
                       ":" DELIMITED BY SIZE
                       WS-WINDOW-END(3:2) DELIMITED BY SIZE
                       ", " DELIMITED BY SIZE
                       TRIM(WS-DUR-OUT) DELIMITED BY SIZE
                       " AVAILABLE" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
               PERFORM 0420-PROJECT-OVERRUN
           END-IF.
       0410-ADD-ONE-START.
           MOVE NT-FIRST-START(WS-NT-IDX) TO WS-EVENT-SECS.
           IF WS-EVENT-SECS < 43200
               ADD 86400 TO WS-EVENT-SECS
           END-IF.
           ADD WS-EVENT-SECS TO WS-START-SUM.
           ADD 1 TO WS-START-COUNT.
           ADD 1 TO WS-NT-IDX.
       0420-PROJECT-OVERRUN.
           MOVE "Y" TO WS-STAT-ELAPSED-SW.
           MOVE 30 TO WS-SPAN.
           PERFORM 0330-SPAN-STATISTICS.
           MOVE "N" TO WS-STAT-ELAPSED-SW.
      *    the fitted elapsed time for last night, off the trend line
           COMPUTE WS-FITTED-ELAPSED ROUNDED =
                   (WS-SUM-Y - WS-STAT-SLOPE * WS-SUM-X)
                       / WS-STAT-COUNT
                   + WS-STAT-SLOPE * WS-NIGHT-COUNT.
           IF WS-FITTED-ELAPSED < 0
               MOVE 0 TO WS-FITTED-ELAPSED
           END-IF.
           MOVE WS-FITTED-ELAPSED TO WS-DUR-SECS.
           PERFORM 0370-FORMAT-DURATION.
           MOVE WS-STAT-SLOPE TO WS-SLOPE-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING "BATCH ELAPSED NOW " DELIMITED BY SIZE
                   TRIM(WS-DUR-OUT) DELIMITED BY SIZE
                   ", 30-NIGHT TREND " DELIMITED BY SIZE
                   TRIM(WS-SLOPE-OUT) DELIMITED BY SIZE
                   " SECONDS PER NIGHT" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           EVALUATE TRUE
               WHEN WS-FITTED-ELAPSED >= WS-WINDOW-SECS
                   MOVE "Y" TO WS-FORECAST-SW
                   MOVE "** THE BATCH ALREADY OUTRUNS ITS WINDOW"
                       TO RPT-LINE
               WHEN WS-STAT-SLOPE <= 0
                   MOVE "NOT GROWING - NO WINDOW OVERRUN IN SIGHT"
                       TO RPT-LINE
               WHEN OTHER
                   COMPUTE WS-NIGHTS-LEFT ROUNDED =
                           (WS-WINDOW-SECS - WS-FITTED-ELAPSED)
                               / WS-STAT-SLOPE
                   COMPUTE WS-OVERRUN-DATE = DATE-OF-INTEGER(
                           INTEGER-OF-DATE(NUMVAL(
                               NT-DATE(WS-NIGHT-COUNT)))
                           + WS-NIGHTS-LEFT)
                   MOVE WS-NIGHTS-LEFT TO WS-NUM-OUT
                   IF WS-NIGHTS-LEFT <= 30
                       MOVE "Y" TO WS-FORECAST-SW
                       MOVE "** " TO RPT-LINE
                       MOVE 4 TO WS-LINE-PTR
                   ELSE
                       MOVE 1 TO WS-LINE-PTR
                   END-IF
                   STRING "AT THIS RATE THE BATCH OUTGROWS THE WINDOW"
                               DELIMITED BY SIZE
                           " IN " DELIMITED BY SIZE
                           TRIM(WS-NUM-OUT) DELIMITED BY SIZE
                           " NIGHT(S), AROUND " DELIMITED BY SIZE
                           WS-OVERRUN-DATE DELIMITED BY SIZE
                       INTO RPT-LINE WITH POINTER WS-LINE-PTR
           END-EVALUATE.
           PERFORM 0390-PRINT-RPT-LINE.
       0500-PRINT-STEP-HISTORY.
           MOVE WS-ARG-STEP TO RC-STEP.
           MOVE "N" TO WS-SN-FOUND-SW.
           MOVE 1 TO WS-SN-IDX.
           PERFORM 0045-FIND-STEP-STEP
               UNTIL WS-SN-IDX > WS-SN-COUNT OR WS-SN-FOUND.
           IF NOT WS-SN-FOUND
               MOVE SPACES TO RPT-LINE
               STRING "NO STEP " DELIMITED BY SIZE
                       TRIM(WS-ARG-STEP) DELIMITED BY SIZE
                       " ON BATCH.RUN IN THE LAST 90 NIGHTS"
                           DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE SPACES TO RPT-LINE
               STRING "RUN TIMES OF " DELIMITED BY SIZE
                       TRIM(WS-ARG-STEP) DELIMITED BY SIZE
                       " NIGHT BY NIGHT" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
               MOVE "DATE      TIME     STATUS" TO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
               MOVE ALL "-" TO RPT-LINE(1:26)
               PERFORM 0390-PRINT-RPT-LINE
               MOVE 1 TO WS-NT-IDX
               PERFORM 0510-PRINT-STEP-NIGHT
                   UNTIL WS-NT-IDX > WS-NIGHT-COUNT
           END-IF.
       0510-PRINT-STEP-NIGHT.
           MOVE SPACES TO RPT-LINE.
           MOVE NT-DATE(WS-NT-IDX) TO RPT-LINE(1:8).
           EVALUATE NT-STEP-RAN(WS-NT-IDX, WS-SN-IDX)
               WHEN "Y"
                   MOVE NT-STEP-SECS(WS-NT-IDX, WS-SN-IDX)
                       TO WS-DUR-SECS
                   PERFORM 0370-FORMAT-DURATION
                   MOVE WS-DUR-OUT TO RPT-LINE(9:8)
                   MOVE "COMPLETE" TO RPT-LINE(19:8)
               WHEN "F"
                   MOVE NT-STEP-SECS(WS-NT-IDX, WS-SN-IDX)
                       TO WS-DUR-SECS
                   PERFORM 0370-FORMAT-DURATION
                   MOVE WS-DUR-OUT TO RPT-LINE(9:8)
                   MOVE "FAILED" TO RPT-LINE(19:8)
               WHEN OTHER
                   MOVE "    -" TO RPT-LINE(9:8)
                   MOVE "NOT RUN" TO RPT-LINE(19:8)
           END-EVALUATE.
           PERFORM 0390-PRINT-RPT-LINE.
           ADD 1 TO WS-NT-IDX.
       9999-EXIT.
           STOP RUN.
