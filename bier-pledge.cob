       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-PLEDGE.
      * cobc -x -Wall bier-pledge.cob fstatmsg.cob bierlkid.cob
      *                     biertapr.cob
      *                     bierenv.cob -I copybooks -T bier-pledge.lst
      *
      * usage: bier-pledge ADD start-yyyymmdd end-yyyymmdd [REFUSE]
      *        bier-pledge LIST
      *        bier-pledge REPORT
      *        bier-pledge TAPER start-yyyymmdd units-1 [units-2 ...]
      *        bier-pledge TAPERREPORT [user]
      *   dry-spell pledges: a declared, dated commitment to not
      * drink, registered against the calling user's own BIER-USER-ID
      * on BIER.PLG ("user start end mode", mode W warn / R refuse).
      * return code 4 when anything is broken.
      * BCTL-MONTHLY-GOAL-DAYS tracks a standing monthly number;
      * this is a different thing and deliberately separate.
      *   taper plans are the gradual alternative to a dry spell: a
      * start date and a standard-unit target for each week, up to
      * 12 weeks (say 20 16 12 10), appended to BIER.TAPR for the
      * calling user ("user start target-1 ... target-n").  the
      * latest line per user is the plan in force.  BIER and
      * BIER-INTAKE show where the user stands against this week's
      * target at every entry, through the shared BIERTAPR lookup.
      * TAPERREPORT is the weekly progress report for the wellness
      * coordinator - target against actual BIER.DAY units for every
      * week of every plan in force (or one user's), return code 4
      * when any finished week went over its target.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT PLEDGE-FILE ASSIGN TO "BIER.PLG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PLG-STAT.
           SELECT TAPER-FILE ASSIGN TO "BIER.TAPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAPR-STAT.
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-DAY ASSIGN TO "BIER.DAY"
               ORGANIZATION IS INDEXED
       FILE SECTION.
       FD  PLEDGE-FILE.
       01  PLEDGE-LINE                            PIC X(40).
       FD  TAPER-FILE.
       01  TAPER-LINE                             PIC X(120).
       FD  BIER.
       COPY "bierrec.cpy".
       FD  BIER-DAY.
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       01  PLEDGE-LINE-FIELDS.
           03  PL-USER-ID                         PIC X(08).
           03  PL-START-DATE                      PIC X(08).
           03  PL-END-DATE                        PIC X(08).
           03  PL-MODE                            PIC X(01).
       01  TAPER-TARGET-ARGS.
           03  WS-ARG-TARGET OCCURS 12 TIMES      PIC X(08).
       77  WS-ARG-IDX                             PIC 9(02).
       77  WS-ARG-NUMBER                          PIC 9(02).
       77  WS-TARGET-COUNT                        PIC 9(02).
       77  WS-TARGET-BAD-SW                       PIC X(01).
           88  WS-TARGET-BAD                      VALUE "Y".
       77  WS-TARGET-VALUE                        PIC 9(03)V9.
       77  WS-TARGET-OUT                          PIC ZZ9.9.
       77  WS-UNITS-OUT                           PIC ZZZ9.99.
       77  WS-TAPER-PTR                           PIC 9(03).
       01  TAPER-LINE-FIELDS.
           03  TL-USER-ID                         PIC X(08).
           03  TL-START-DATE                      PIC X(08).
       01  TAPER-PLAN-TABLE.
           03  TP-ENTRY OCCURS 100 TIMES.
               05  TP-USER-ID                     PIC X(08).
               05  TP-START-DATE                  PIC 9(08).
       77  WS-TP-COUNT                            PIC 9(03) VALUE 0.
       77  WS-TP-IDX                              PIC 9(03).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-TODAY                               PIC 9(08).
       77  WS-WEEK-NO                             PIC 9(02).
       77  WS-WEEK-END                            PIC 9(08).
       77  WS-WEEK-DONE-SW                        PIC X(01).
           88  WS-WEEKS-DONE                      VALUE "Y".
       77  WS-OVER-WEEKS                          PIC 9(03) VALUE 0.
       COPY "biertpr.cpy".
       77  WS-RUN-MODE                            PIC X(11).
       77  WS-ARG-START                           PIC X(08).
       77  WS-ARG-END                             PIC X(08).
       77  WS-ARG-REFUSE                          PIC X(08).
       77  WS-DAY-USED-SW                         PIC X(01) VALUE "N".
           88  WS-DAY-USED                        VALUE "Y".
       77  PLG-STAT                                PIC X(02).
       77  TAPR-STAT                               PIC X(02).
       77  FILE-STAT                               PIC X(02).
       77  DAY-STAT                                PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  WS-LOCK-OWNER                          PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           EVALUATE WS-RUN-MODE
               WHEN "ADD"
                   PERFORM 0200-LIST-PLEDGES
               WHEN "REPORT"
                   PERFORM 0300-ADHERENCE-REPORT
               WHEN "TAPER"
                   PERFORM 0400-ADD-TAPER-PLAN
               WHEN "TAPERREPORT"
                   PERFORM 0500-TAPER-PROGRESS-REPORT
               WHEN OTHER
                   DISPLAY "USAGE: BIER-PLEDGE ADD START-YYYYMMDD "
                           "END-YYYYMMDD [REFUSE]" UPON TERM
                   DISPLAY "       BIER-PLEDGE LIST" UPON TERM
                   DISPLAY "       BIER-PLEDGE REPORT" UPON TERM
                   DISPLAY "       BIER-PLEDGE TAPER START-YYYYMMDD "
                           "UNITS-1 [UNITS-2 ...]" UPON TERM
                   DISPLAY "       BIER-PLEDGE TAPERREPORT [USER]"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GO TO 9999-EXIT.
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-REFUSE
           END-ACCEPT.
      *    a taper plan's weekly targets follow the start date
           MOVE SPACES TO TAPER-TARGET-ARGS.
           MOVE 1 TO WS-ARG-IDX.
           PERFORM 0008-GET-TARGET-ARGUMENT
               UNTIL WS-ARG-IDX > 12.
           MOVE SPACES TO WS-USER-ID.
           DISPLAY "BIER_USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           IF WS-USER-ID = SPACES
               MOVE "UNKNOWN" TO WS-USER-ID
           END-IF.
       0008-GET-TARGET-ARGUMENT.
           COMPUTE WS-ARG-NUMBER = WS-ARG-IDX + 2.
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-TARGET(WS-ARG-IDX) FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-TARGET(WS-ARG-IDX)
           END-ACCEPT.
           ADD 1 TO WS-ARG-IDX.
       0007-CHECK-REGISTRY.
      *    same bootstrap stance as the rest of the suite: no
      *    BIER.USR means any ID is accepted
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE WS-USER-ID TO BUSR-USER-ID
               READ BIER-REGISTRY
                       ADD 1 TO WS-WINDOW-ENTRIES
                   END-IF
           END-READ.
       0400-ADD-TAPER-PLAN.
           IF WS-ARG-START NOT NUMERIC
               DISPLAY "TAPER NEEDS A YYYYMMDD START DATE" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF FUNCTION INTEGER-OF-DATE(FUNCTION
                   NUMVAL(WS-ARG-START)) = 0
               DISPLAY "TAPER START DATE MUST BE A REAL DATE"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE 0 TO WS-TARGET-COUNT.
           MOVE "N" TO WS-TARGET-BAD-SW.
           MOVE 1 TO WS-ARG-IDX.
           PERFORM 0410-CHECK-TARGET
               UNTIL WS-ARG-IDX > 12.
           IF WS-TARGET-COUNT = 0 OR WS-TARGET-BAD
               DISPLAY "TAPER NEEDS ONE TO 12 WEEKLY UNIT TARGETS, "
                       "EACH 0 TO 999.9, WITH NO GAPS" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0007-CHECK-REGISTRY.
           PERFORM 0009-ACQUIRE-LOCK.
           OPEN EXTEND TAPER-FILE.
           IF TAPR-STAT = "35"
               CLOSE TAPER-FILE
               OPEN OUTPUT TAPER-FILE
           END-IF.
           MOVE SPACES TO TAPER-LINE.
           MOVE 1 TO WS-TAPER-PTR.
           STRING TRIM(WS-USER-ID) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ARG-START DELIMITED BY SIZE
               INTO TAPER-LINE WITH POINTER WS-TAPER-PTR.
           MOVE 1 TO WS-ARG-IDX.
           PERFORM 0420-STRING-TARGET
               UNTIL WS-ARG-IDX > WS-TARGET-COUNT.
           WRITE TAPER-LINE.
           CLOSE TAPER-FILE.
           PERFORM 0095-RELEASE-LOCK.
           DISPLAY "TAPER PLAN REGISTERED FOR " TRIM(WS-USER-ID)
                   " FROM " WS-ARG-START ", " WS-TARGET-COUNT
                   " WEEK(S)" UPON TERM.
           DISPLAY "ANY EARLIER TAPER PLAN OF YOURS IS REPLACED."
               UPON TERM.
       0410-CHECK-TARGET.
      *    targets run from argument 3 with no gaps; anything after
      *    the first blank one is a mistake, not a later week
           IF WS-ARG-TARGET(WS-ARG-IDX) NOT = SPACES
               IF WS-TARGET-COUNT NOT = WS-ARG-IDX - 1
                   MOVE "Y" TO WS-TARGET-BAD-SW
               ELSE
                   IF TEST-NUMVAL(WS-ARG-TARGET(WS-ARG-IDX)) NOT = 0
                       MOVE "Y" TO WS-TARGET-BAD-SW
                   ELSE
                       IF NUMVAL(WS-ARG-TARGET(WS-ARG-IDX)) < 0
                           OR NUMVAL(WS-ARG-TARGET(WS-ARG-IDX)) > 999.9
                           MOVE "Y" TO WS-TARGET-BAD-SW
                       ELSE
                           MOVE WS-ARG-IDX TO WS-TARGET-COUNT
                       END-IF
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO WS-ARG-IDX.
       0420-STRING-TARGET.
           COMPUTE WS-TARGET-VALUE =
                   NUMVAL(WS-ARG-TARGET(WS-ARG-IDX)).
           MOVE WS-TARGET-VALUE TO WS-TARGET-OUT.
           STRING " " DELIMITED BY SIZE
                   TRIM(WS-TARGET-OUT) DELIMITED BY SIZE
               INTO TAPER-LINE WITH POINTER WS-TAPER-PTR.
           ADD 1 TO WS-ARG-IDX.
       0500-TAPER-PROGRESS-REPORT.
      *    argument 2, when given, narrows the report to one user
           OPEN INPUT TAPER-FILE.
           IF TAPR-STAT NOT = "00"
               DISPLAY "NO TAPER PLANS ON FILE" UPON TERM
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0510-NOTE-TAPER-LINE
               UNTIL TAPR-STAT = "10".
           CLOSE TAPER-FILE.
           ACCEPT WS-TODAY FROM DATE YYYYMMDD.
           DISPLAY "TAPER PLAN PROGRESS REPORT" UPON TERM.
           DISPLAY "--------------------------------------------"
               UPON TERM.
           MOVE 1 TO WS-TP-IDX.
           PERFORM 0530-REPORT-ONE-PLAN
               UNTIL WS-TP-IDX > WS-TP-COUNT.
           DISPLAY "--------------------------------------------"
               UPON TERM.
           IF WS-OVER-WEEKS = 0
               DISPLAY "NO FINISHED WEEK WENT OVER ITS TARGET"
                   UPON TERM
           ELSE
               DISPLAY WS-OVER-WEEKS " FINISHED WEEK(S) OVER TARGET"
                   UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
       0510-NOTE-TAPER-LINE.
           READ TAPER-FILE
               AT END
                   MOVE "10" TO TAPR-STAT
               NOT AT END
                   MOVE SPACES TO TAPER-LINE-FIELDS
                   UNSTRING TAPER-LINE DELIMITED BY ALL SPACE
                       INTO TL-USER-ID TL-START-DATE
                   IF TL-USER-ID NOT = SPACES
                           AND TL-START-DATE IS NUMERIC
                           AND (WS-ARG-START = SPACES
                               OR WS-ARG-START = TL-USER-ID)
                       PERFORM 0520-NOTE-TAPER-PLAN
                   END-IF
           END-READ.
       0520-NOTE-TAPER-PLAN.
      *    one row per user, holding the latest plan's start date
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-TP-IDX.
           PERFORM 0525-FIND-PLAN-STEP
               UNTIL WS-TP-IDX > WS-TP-COUNT
                   OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES AND WS-TP-COUNT < 100
               ADD 1 TO WS-TP-COUNT
               MOVE WS-TP-COUNT TO WS-TP-IDX
               MOVE TL-USER-ID TO TP-USER-ID(WS-TP-IDX)
               MOVE "Y" TO WS-FOUND-SW
           END-IF.
           IF WS-FOUND-YES
               MOVE TL-START-DATE TO TP-START-DATE(WS-TP-IDX)
           END-IF.
       0525-FIND-PLAN-STEP.
           IF TP-USER-ID(WS-TP-IDX) = TL-USER-ID
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-TP-IDX
           END-IF.
       0530-REPORT-ONE-PLAN.
           DISPLAY TP-USER-ID(WS-TP-IDX) " PLAN FROM "
                   TP-START-DATE(WS-TP-IDX) UPON TERM.
           MOVE 1 TO WS-WEEK-NO.
           MOVE "N" TO WS-WEEK-DONE-SW.
           PERFORM 0540-REPORT-ONE-WEEK
               UNTIL WS-WEEKS-DONE.
           ADD 1 TO WS-TP-IDX.
       0540-REPORT-ONE-WEEK.
      *    BIERTAPR does the sums: asked about the week's last day
      *    (or today, for the week in progress) it hands back the
      *    week's target and the units logged in it so far
           COMPUTE WS-WEEK-END = DATE-OF-INTEGER(
                   INTEGER-OF-DATE(TP-START-DATE(WS-TP-IDX))
                   + WS-WEEK-NO * 7 - 1).
           MOVE TP-USER-ID(WS-TP-IDX) TO TPR-USER-ID.
           MOVE WS-WEEK-END TO TPR-DATE.
           CALL "BIERTAPR" USING BIER-TAPER-AREA.
           IF TPR-NO-PLAN
               MOVE "Y" TO WS-WEEK-DONE-SW
           ELSE
               MOVE TPR-WEEK-TARGET TO WS-TARGET-OUT
               IF TPR-WEEK-START > WS-TODAY
                   DISPLAY "  WEEK " TPR-WEEK-NO " FROM "
                           TPR-WEEK-START " TARGET " WS-TARGET-OUT
                           "  NOT STARTED" UPON TERM
               ELSE
                   IF WS-WEEK-END > WS-TODAY
                       MOVE WS-TODAY TO TPR-DATE
                       CALL "BIERTAPR" USING BIER-TAPER-AREA
                   END-IF
                   MOVE TPR-WEEK-UNITS TO WS-UNITS-OUT
                   DISPLAY "  WEEK " TPR-WEEK-NO " FROM "
                           TPR-WEEK-START " TARGET " WS-TARGET-OUT
                           " ACTUAL " WS-UNITS-OUT
                           WITH NO ADVANCING UPON TERM
                   EVALUATE TRUE
                       WHEN WS-WEEK-END > WS-TODAY
                           DISPLAY "  IN PROGRESS" UPON TERM
                       WHEN TPR-OVER-TARGET
                           DISPLAY "  OVER" UPON TERM
                           ADD 1 TO WS-OVER-WEEKS
                       WHEN OTHER
                           DISPLAY "  MET" UPON TERM
                   END-EVALUATE
               END-IF
               ADD 1 TO WS-WEEK-NO
           END-IF.
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
