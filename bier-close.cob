       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-CLOSE.
      * cobc -x -Wall bier-close.cob fstatmsg.cob biergenr.cob
      *          opsjrnl.cob bierpcls.cob bierlkid.cob
      *          bierauth.cob bierpin.cob bierhash.cob
      *          bierenv.cob -I copybooks
      *          -T bier-close.lst
      *
      * usage: bier-close CLOSE yyyymm
      *        bier-close REOPEN yyyymm reason
      *        bier-close STATUS
      *   the month-end close.  once a period has been reported,
      * priced by BIER-SPEND and assessed by BIER-KITTY ASSESS it
      * must stop moving, so CLOSE freezes it on the BIER.CLS close
      * register: the closing control totals per user (entries,
      * standard units and days logged, straight off the BIER.DAY
      * summary) replace the period's lines on BIER.CLT, and a
      *     YYYYMM C yyyymmddhhmmss operator
      * line goes onto the register.  from then on every program
      * that can write into a past month - BIER BACKDATE,
      * BIER-IMPORT, BIER-INTAKE, BIER-REFILE and BIER-AMEND - asks
      * BIERPCLS first and refuses an entry dated inside a closed
      * period.  the live period itself can not be closed; it is
      * still taking entries.  CLOSE is granted through BIER.AUTH
      * (BIERAUTH).
      *   REOPEN is the only way back in and is for supervisors only
      * (BUSR-SUPERVISOR on BIER.USR - here, unlike BIER-AMEND, no
      * registry means nobody may reopen, since the close exists
      * precisely to keep unvetted fingers out), and the supervisor
      * has to sign on with their PIN (BIERPIN) before the standing
      * is even looked at.  the reason is
      * mandatory (dashes for spaces) and is kept on the register:
      *     YYYYMM R yyyymmddhhmmss operator reason
      * a reopened period shows on MORNING-STATUS every morning
      * until it is closed again, and that re-close takes fresh
      * totals and shows how far they moved from the previous ones.
      * a month whose year BIER-YEAREND has consolidated is refused:
      * closed years stay closed.
      *   STATUS lists every period on the register with its latest
      * standing and exits with return code 4 while any period
      * stands reopened.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-REGISTER ASSIGN TO "BIER.CLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLS-STAT.
           SELECT CLOSE-TOTALS ASSIGN TO "BIER.CLT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLT-STAT.
           SELECT BIER-DAY ASSIGN TO "BIER.DAY"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS DAY-STAT.
           SELECT BIER-REGISTRY ASSIGN TO "BIER.USR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS USR-STAT.
           SELECT BIER-PERIOD ASSIGN TO "BIER.PRD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRD-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-REGISTER.
       01  CLOSE-REGISTER-LINE                    PIC X(100).
       FD  CLOSE-TOTALS.
       01  CLOSE-TOTALS-LINE                      PIC X(60).
       FD  BIER-DAY.
       COPY "bierday.cpy".
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       FD  BIER-PERIOD.
       COPY "bierprd.cpy".
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  CLOSE-LINE-FIELDS.
           03  CR-PERIOD                          PIC X(06).
           03  CR-STATE                           PIC X(01).
           03  CR-TIMESTAMP                       PIC X(14).
           03  CR-OPERATOR                        PIC X(08).
       01  TOTALS-LINE-FIELDS.
           03  TL-PERIOD                          PIC X(06).
           03  TL-USER-ID                         PIC X(08).
           03  TL-ENTRIES                         PIC X(06).
           03  TL-UNITS                           PIC X(10).
           03  TL-DAYS                            PIC X(03).
      * closing totals per user for the period being closed
       01  CLOSE-USER-TABLE.
           03  CU-ENTRY OCCURS 120 TIMES.
               05  CU-USER-ID                     PIC X(08).
               05  CU-ENTRIES                     PIC 9(05).
               05  CU-UNITS                       PIC 9(05)V99.
               05  CU-DAYS                        PIC 9(02).
       77  WS-CU-COUNT                            PIC 9(03) VALUE 0.
       77  WS-CU-IDX                              PIC 9(03).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
      * BIER.CLT lines of the other periods, carried across the
      * rewrite - the same load-replace-rewrite pass bier-spend runs
      * on BIER.SPND
       01  TOTALS-LINE-TABLE.
           03  TT-LINE OCCURS 600 TIMES           PIC X(60).
       77  WS-TT-COUNT                            PIC 9(03) VALUE 0.
       77  WS-TT-IDX                              PIC 9(03).
      * latest register line per period, for STATUS
       01  REGISTER-PERIOD-TABLE.
           03  RP-LINE OCCURS 240 TIMES           PIC X(100).
       77  WS-RP-COUNT                            PIC 9(03) VALUE 0.
       77  WS-RP-IDX                              PIC 9(03).
       77  WS-REOPENED-COUNT                      PIC 9(03) VALUE 0.
       77  WS-REASON-PTR                          PIC 9(03).
       77  WS-RUN-MODE                            PIC X(08).
       77  WS-ARG-PERIOD                          PIC X(06).
       77  WS-ARG-REASON                          PIC X(60).
       77  WS-CLOSE-PERIOD                        PIC 9(06).
       77  WS-RECORD-PERIOD                       PIC 9(06).
       77  WS-CLOSE-MONTH                         PIC 9(02).
       77  WS-PROBE-DATE                          PIC 9(08).
       77  WS-PERIOD-STATE                        PIC X(01).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
           88  WS-GEN-IN-YEAR-FILE                VALUE "Y".
       77  WS-OPERATOR-ID                         PIC X(08).
       77  WS-TOTAL-ENTRIES                       PIC 9(06) VALUE 0.
       77  WS-TOTAL-UNITS                         PIC 9(06)V99 VALUE 0.
       77  WS-TOTAL-DAYS                          PIC 9(05) VALUE 0.
       77  WS-PRIOR-ENTRIES                       PIC 9(06) VALUE 0.
       77  WS-PRIOR-UNITS                         PIC 9(06)V99 VALUE 0.
       77  WS-PRIOR-FOUND-SW                      PIC X(01) VALUE "N".
           88  WS-PRIOR-FOUND                     VALUE "Y".
       77  WS-ENTRIES-OUT                         PIC ZZZZZ9.
       77  WS-UNITS-OUT                           PIC ZZZZZ9.99.
       77  WS-DAYS-OUT                            PIC Z9.
       77  WS-ENTRIES-EDIT                        PIC 9(06).
       77  WS-UNITS-EDIT                          PIC 9(06).9(02).
       77  WS-DAYS-EDIT                           PIC 9(03).
       01  WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-DATE                    PIC 9(08).
           03  WS-CURRENT-TIME                    PIC 9(08).
       01  FILLER REDEFINES WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-TIMESTAMP-NUMERIC       PIC 9(14).
           03  FILLER                             PIC 9(02).
       77  CLS-STAT                                PIC X(02).
       77  CLT-STAT                                PIC X(02).
       77  DAY-STAT                                PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  PRD-STAT                                PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
                                                  VALUE "BIERCLOS".
       77  WS-OPS-FILE-NAME                       PIC X(16).
       77  WS-OPS-RETURN-CODE                     PIC 9(02).
       77  WS-LOCK-RETRY                          PIC 9(02).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-CLOSE".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       77  WS-PIN-MODE                            PIC X(01) VALUE "I".
       77  WS-PIN-KEY                             PIC X(16) VALUE SPACE.
       77  WS-PIN-RESULT                          PIC X(01).
           88  WS-PIN-OK                          VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           EVALUATE WS-RUN-MODE
               WHEN "CLOSE"
                   PERFORM 0002-CHECK-AUTHORITY
                   PERFORM 0100-CLOSE-PERIOD
               WHEN "REOPEN"
                   PERFORM 0200-REOPEN-PERIOD
               WHEN "STATUS"
                   PERFORM 0300-REGISTER-STATUS
               WHEN OTHER
                   DISPLAY "USAGE: BIER-CLOSE CLOSE YYYYMM" UPON TERM
                   DISPLAY "       BIER-CLOSE REOPEN YYYYMM REASON"
                       UPON TERM
                   DISPLAY "       BIER-CLOSE STATUS" UPON TERM
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GO TO 9999-EXIT.
       0002-CHECK-AUTHORITY.
      *    the role table on BIER.AUTH (see BIERAUTH)
           MOVE WS-RUN-MODE TO WS-AUTH-ACTION.
           CALL "BIERAUTH" USING WS-AUTH-PROGRAM WS-AUTH-ACTION
                                 WS-AUTH-SW.
           IF NOT WS-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-RUN-MODE WS-ARG-PERIOD WS-ARG-REASON.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-PERIOD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-PERIOD
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-REASON FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-REASON
           END-ACCEPT.
           INSPECT WS-ARG-REASON REPLACING ALL "-" BY " ".
           MOVE SPACES TO WS-OPERATOR-ID.
           DISPLAY "BIER_USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "USER" UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
       0007-EDIT-PERIOD.
           IF WS-ARG-PERIOD NOT NUMERIC
               DISPLAY TRIM(WS-RUN-MODE) " NEEDS A YYYYMM PERIOD"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-ARG-PERIOD TO WS-CLOSE-PERIOD.
           MOVE WS-ARG-PERIOD(5:2) TO WS-CLOSE-MONTH.
           IF WS-CLOSE-MONTH < 1 OR WS-CLOSE-MONTH > 12
               DISPLAY WS-ARG-PERIOD " IS NOT A YYYYMM PERIOD"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
      *    an unreadable BIER.CLS answers C for every period, which
      *    is no standing to close or reopen from
           MOVE 0 TO WS-PROBE-DATE.
           CALL "BIERPCLS" USING WS-PROBE-DATE WS-PERIOD-STATE.
           IF WS-PERIOD-STATE = "E"
               DISPLAY "BIER.CLS COULD NOT BE READ - NOTHING CLOSED "
                       "OR REOPENED" UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           COMPUTE WS-PROBE-DATE = (WS-CLOSE-PERIOD * 100) + 1.
           CALL "BIERPCLS" USING WS-PROBE-DATE WS-PERIOD-STATE.
       0100-CLOSE-PERIOD.
           PERFORM 0007-EDIT-PERIOD.
           IF WS-PERIOD-STATE = "C"
               DISPLAY "PERIOD " WS-ARG-PERIOD " IS ALREADY CLOSED "
                       "ON BIER.CLS" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0110-READ-LIVE-PERIOD.
           IF WS-CLOSE-PERIOD NOT < BPRD-CURRENT-PERIOD
               DISPLAY "PERIOD " WS-ARG-PERIOD " IS NOT PAST YET - "
                       "THE LIVE PERIOD IS " BPRD-CURRENT-PERIOD
                       " AND STILL TAKING ENTRIES" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0009-ACQUIRE-LOCK.
           PERFORM 0120-TOTAL-DAY-FILE.
           PERFORM 0150-REWRITE-CLOSE-TOTALS.
           MOVE SPACES TO CLOSE-REGISTER-LINE.
           STRING WS-ARG-PERIOD DELIMITED BY SIZE
                   " C " DELIMITED BY SIZE
                   WS-CURRENT-TIMESTAMP-NUMERIC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO CLOSE-REGISTER-LINE.
           PERFORM 0190-APPEND-REGISTER-LINE.
           PERFORM 0095-RELEASE-LOCK.
           PERFORM 0160-DISPLAY-CLOSE-TOTALS.
       0110-READ-LIVE-PERIOD.
      *    the same stance bier-refile's 0005-READ-PERIOD takes: an
      *    absent or zero BIER.PRD means the live period is simply
      *    the wall-clock month
           MOVE 0 TO BPRD-CURRENT-PERIOD.
           OPEN INPUT BIER-PERIOD.
           IF PRD-STAT = "00"
               READ BIER-PERIOD
                   AT END CONTINUE
               END-READ
               CLOSE BIER-PERIOD
           END-IF.
           IF BPRD-CURRENT-PERIOD = 0
               COMPUTE BPRD-CURRENT-PERIOD = WS-CURRENT-DATE / 100
           END-IF.
       0120-TOTAL-DAY-FILE.
      *    the summary is the close's source of record - without it
      *    there is nothing trustworthy to freeze
           OPEN INPUT BIER-DAY.
           IF DAY-STAT NOT = "00"
               CALL "FSTATMSG" USING DAY-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               MOVE "BIER.DAY" TO WS-OPS-FILE-NAME
               MOVE 16 TO WS-OPS-RETURN-CODE
               CALL "OPSJRNL" USING WS-OPS-PROGRAM
                   WS-OPS-FILE-NAME DAY-STAT WS-FSTAT-MESSAGE
                   WS-OPS-RETURN-CODE
               DISPLAY "BIER.DAY COULD NOT BE OPENED: "
                       WS-FSTAT-MESSAGE " (STATUS " DAY-STAT ") - "
                       "SEE BIER-DAYBUILD" UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0125-READ-DAY-RECORD
               UNTIL DAY-STAT = "10".
           CLOSE BIER-DAY.
       0125-READ-DAY-RECORD.
           READ BIER-DAY NEXT RECORD
               AT END
                   MOVE "10" TO DAY-STAT
               NOT AT END
                   COMPUTE WS-RECORD-PERIOD = BDAY-DATE-NUMERIC / 100
                   IF WS-RECORD-PERIOD = WS-CLOSE-PERIOD
                       PERFORM 0130-TALLY-DAY-RECORD
                   END-IF
           END-READ.
       0130-TALLY-DAY-RECORD.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-CU-IDX.
           PERFORM 0135-FIND-USER-STEP
               UNTIL WS-CU-IDX > WS-CU-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               IF WS-CU-COUNT > 119
                   DISPLAY "CLOSE TABLE IS FULL AT 120 USERS, CANNOT "
                           "ADD " TRIM(BDAY-USER-ID) UPON TERM
                   CLOSE BIER-DAY
                   PERFORM 0095-RELEASE-LOCK
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-CU-COUNT
               MOVE WS-CU-COUNT TO WS-CU-IDX
               MOVE BDAY-USER-ID TO CU-USER-ID(WS-CU-IDX)
               MOVE 0 TO CU-ENTRIES(WS-CU-IDX) CU-UNITS(WS-CU-IDX)
                   CU-DAYS(WS-CU-IDX)
           END-IF.
           ADD BDAY-ENTRY-COUNT TO CU-ENTRIES(WS-CU-IDX)
               WS-TOTAL-ENTRIES.
           ADD BDAY-STANDARD-UNITS TO CU-UNITS(WS-CU-IDX)
               WS-TOTAL-UNITS.
           ADD 1 TO CU-DAYS(WS-CU-IDX) WS-TOTAL-DAYS.
       0135-FIND-USER-STEP.
           IF CU-USER-ID(WS-CU-IDX) = BDAY-USER-ID
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-CU-IDX
           END-IF.
       0150-REWRITE-CLOSE-TOTALS.
      *    a re-close after a reopen replaces the period's totals
      *    wholesale - the previous control total is kept aside only
      *    long enough to show how far the period moved
           MOVE 0 TO WS-TT-COUNT.
           OPEN INPUT CLOSE-TOTALS.
           IF CLT-STAT = "00"
               PERFORM 0152-LOAD-TOTALS-LINE
                   UNTIL CLT-STAT = "10"
               CLOSE CLOSE-TOTALS
           END-IF.
           MOVE 1 TO WS-CU-IDX.
           PERFORM 0154-APPEND-USER-TOTALS
               UNTIL WS-CU-IDX > WS-CU-COUNT.
      *    the period's control line, user "*TOTAL*", closes the set
           IF WS-TT-COUNT < 600
               MOVE WS-TOTAL-ENTRIES TO WS-ENTRIES-EDIT
               MOVE WS-TOTAL-UNITS TO WS-UNITS-EDIT
               MOVE WS-TOTAL-DAYS TO WS-DAYS-EDIT
               ADD 1 TO WS-TT-COUNT
               MOVE SPACES TO TT-LINE(WS-TT-COUNT)
               STRING WS-ARG-PERIOD DELIMITED BY SIZE
                       " *TOTAL* " DELIMITED BY SIZE
                       WS-ENTRIES-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-UNITS-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DAYS-EDIT DELIMITED BY SIZE
                   INTO TT-LINE(WS-TT-COUNT)
           END-IF.
           OPEN OUTPUT CLOSE-TOTALS.
           IF CLT-STAT NOT = "00"
               CALL "FSTATMSG" USING CLT-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               MOVE "BIER.CLT" TO WS-OPS-FILE-NAME
               MOVE 16 TO WS-OPS-RETURN-CODE
               CALL "OPSJRNL" USING WS-OPS-PROGRAM
                   WS-OPS-FILE-NAME CLT-STAT WS-FSTAT-MESSAGE
                   WS-OPS-RETURN-CODE
               DISPLAY "BIER.CLT COULD NOT BE REWRITTEN: "
                       WS-FSTAT-MESSAGE " (STATUS " CLT-STAT ")"
                       UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE 1 TO WS-TT-IDX.
           PERFORM 0158-WRITE-TOTALS-LINE
               UNTIL WS-TT-IDX > WS-TT-COUNT.
           CLOSE CLOSE-TOTALS.
       0152-LOAD-TOTALS-LINE.
           READ CLOSE-TOTALS
               AT END
                   MOVE "10" TO CLT-STAT
               NOT AT END
                   IF CLOSE-TOTALS-LINE(1:6) = WS-ARG-PERIOD
                       MOVE SPACES TO TOTALS-LINE-FIELDS
                       UNSTRING CLOSE-TOTALS-LINE
                           DELIMITED BY ALL SPACE
                           INTO TL-PERIOD TL-USER-ID TL-ENTRIES
                               TL-UNITS TL-DAYS
                       IF TL-USER-ID = "*TOTAL*"
                           MOVE "Y" TO WS-PRIOR-FOUND-SW
                           MOVE NUMVAL(TL-ENTRIES) TO WS-PRIOR-ENTRIES
                           MOVE NUMVAL(TL-UNITS) TO WS-PRIOR-UNITS
                       END-IF
                   ELSE
                       IF WS-TT-COUNT < 600
                           ADD 1 TO WS-TT-COUNT
                           MOVE CLOSE-TOTALS-LINE
                               TO TT-LINE(WS-TT-COUNT)
                       END-IF
                   END-IF
           END-READ.
       0154-APPEND-USER-TOTALS.
           IF WS-TT-COUNT < 600
               MOVE CU-ENTRIES(WS-CU-IDX) TO WS-ENTRIES-EDIT
               MOVE CU-UNITS(WS-CU-IDX) TO WS-UNITS-EDIT
               MOVE CU-DAYS(WS-CU-IDX) TO WS-DAYS-EDIT
               ADD 1 TO WS-TT-COUNT
               MOVE SPACES TO TT-LINE(WS-TT-COUNT)
               STRING WS-ARG-PERIOD DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(CU-USER-ID(WS-CU-IDX)) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-ENTRIES-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-UNITS-EDIT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-DAYS-EDIT DELIMITED BY SIZE
                   INTO TT-LINE(WS-TT-COUNT)
           END-IF.
           ADD 1 TO WS-CU-IDX.
       0158-WRITE-TOTALS-LINE.
           MOVE TT-LINE(WS-TT-IDX) TO CLOSE-TOTALS-LINE.
           WRITE CLOSE-TOTALS-LINE.
           ADD 1 TO WS-TT-IDX.
       0160-DISPLAY-CLOSE-TOTALS.
           DISPLAY "PERIOD " WS-ARG-PERIOD " CLOSED BY "
                   TRIM(WS-OPERATOR-ID) " - CLOSING CONTROL TOTALS"
                   UPON TERM.
           DISPLAY "USER      ENTRIES      UNITS  DAYS" UPON TERM.
           DISPLAY "----------------------------------" UPON TERM.
           MOVE 1 TO WS-CU-IDX.
           PERFORM 0165-DISPLAY-USER-TOTALS
               UNTIL WS-CU-IDX > WS-CU-COUNT.
           DISPLAY "----------------------------------" UPON TERM.
           MOVE WS-TOTAL-ENTRIES TO WS-ENTRIES-OUT.
           MOVE WS-TOTAL-UNITS TO WS-UNITS-OUT.
           DISPLAY "TOTAL     " WS-ENTRIES-OUT "  " WS-UNITS-OUT
                   UPON TERM.
           IF WS-CU-COUNT = 0
               DISPLAY "NOTE: BIER.DAY HOLDS NOTHING FOR "
                       WS-ARG-PERIOD " - CLOSED WITH ZERO TOTALS"
                       UPON TERM
           END-IF.
           IF WS-PRIOR-FOUND
               IF WS-PRIOR-ENTRIES = WS-TOTAL-ENTRIES
                       AND WS-PRIOR-UNITS = WS-TOTAL-UNITS
                   DISPLAY "TOTALS AGREE WITH THE PREVIOUS CLOSE"
                       UPON TERM
               ELSE
                   MOVE WS-PRIOR-ENTRIES TO WS-ENTRIES-OUT
                   MOVE WS-PRIOR-UNITS TO WS-UNITS-OUT
                   DISPLAY "PREVIOUS CLOSE HAD " TRIM(WS-ENTRIES-OUT)
                           " ENTRIES / " TRIM(WS-UNITS-OUT) " UNITS"
                           " - RERUN BIER-SPEND IF THE PERIOD WAS "
                           "ALREADY PRICED" UPON TERM
               END-IF
           END-IF.
       0165-DISPLAY-USER-TOTALS.
           MOVE CU-ENTRIES(WS-CU-IDX) TO WS-ENTRIES-OUT.
           MOVE CU-UNITS(WS-CU-IDX) TO WS-UNITS-OUT.
           MOVE CU-DAYS(WS-CU-IDX) TO WS-DAYS-OUT.
           DISPLAY CU-USER-ID(WS-CU-IDX) "  " WS-ENTRIES-OUT "  "
                   WS-UNITS-OUT "    " WS-DAYS-OUT UPON TERM.
           ADD 1 TO WS-CU-IDX.
       0190-APPEND-REGISTER-LINE.
           OPEN EXTEND CLOSE-REGISTER.
           IF CLS-STAT = "35"
               CLOSE CLOSE-REGISTER
               OPEN OUTPUT CLOSE-REGISTER
           END-IF.
           IF CLS-STAT NOT = "00"
               CALL "FSTATMSG" USING CLS-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               MOVE "BIER.CLS" TO WS-OPS-FILE-NAME
               MOVE 16 TO WS-OPS-RETURN-CODE
               CALL "OPSJRNL" USING WS-OPS-PROGRAM
                   WS-OPS-FILE-NAME CLS-STAT WS-FSTAT-MESSAGE
                   WS-OPS-RETURN-CODE
               DISPLAY "BIER.CLS COULD NOT BE WRITTEN: "
                       WS-FSTAT-MESSAGE " (STATUS " CLS-STAT ")"
                       UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           WRITE CLOSE-REGISTER-LINE.
           CLOSE CLOSE-REGISTER.
       0200-REOPEN-PERIOD.
           PERFORM 0007-EDIT-PERIOD.
           IF WS-PERIOD-STATE NOT = "C"
               DISPLAY "PERIOD " WS-ARG-PERIOD " IS NOT CLOSED - "
                       "NOTHING TO REOPEN" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
      *    a month BIER-YEAREND has folded into its yearly file has
      *    no generation of its own left to correct, and reopening it
      *    would let entries back into a file that no longer exists
           CALL "BIERGENR" USING WS-CLOSE-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
           IF WS-GEN-IN-YEAR-FILE
               DISPLAY "PERIOD " WS-ARG-PERIOD " HAS BEEN CONSOLIDATED "
                       "INTO " TRIM(WS-GEN-NAME) " - A CLOSED YEAR "
                       "CAN NOT BE REOPENED" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-ARG-REASON = SPACES
               DISPLAY "A RECORDED REASON IS NOT OPTIONAL - THAT IS "
                       "THE WHOLE POINT" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0210-CHECK-SUPERVISOR.
           PERFORM 0009-ACQUIRE-LOCK.
           MOVE SPACES TO CLOSE-REGISTER-LINE.
           STRING WS-ARG-PERIOD DELIMITED BY SIZE
                   " R " DELIMITED BY SIZE
                   WS-CURRENT-TIMESTAMP-NUMERIC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-ARG-REASON) DELIMITED BY SIZE
               INTO CLOSE-REGISTER-LINE.
           PERFORM 0190-APPEND-REGISTER-LINE.
           PERFORM 0095-RELEASE-LOCK.
           DISPLAY "PERIOD " WS-ARG-PERIOD " REOPENED BY "
                   TRIM(WS-OPERATOR-ID) ": " TRIM(WS-ARG-REASON)
                   UPON TERM.
           DISPLAY "IT STAYS ON MORNING-STATUS UNTIL BIER-CLOSE "
                   "CLOSE " WS-ARG-PERIOD " TAKES FRESH TOTALS"
                   UPON TERM.
       0210-CHECK-SUPERVISOR.
      *    BIER_USER only claims who is asking; the PIN (see BIERPIN)
      *    proves it before the supervisor standing counts for
      *    anything
           CALL "BIERPIN" USING WS-PIN-MODE WS-OPERATOR-ID WS-PIN-KEY
                                WS-PIN-RESULT.
           IF NOT WS-PIN-OK
               EVALUATE WS-PIN-RESULT
                   WHEN "R"
                   WHEN "U"
                       DISPLAY TRIM(WS-OPERATOR-ID) " IS NOT ON "
                               "BIER.USR - NOBODY TO SIGN ON, NOTHING "
                               "REOPENED" UPON TERM
                   WHEN "P"
                       DISPLAY "A REOPEN NEEDS A PIN - NOTHING "
                               "REOPENED" UPON TERM
               END-EVALUATE
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT NOT = "00"
               DISPLAY "NO BIER.USR - NOBODY CAN BE VOUCHED FOR AS A "
                       "SUPERVISOR, SO NOBODY MAY REOPEN" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-OPERATOR-ID TO BUSR-USER-ID.
           READ BIER-REGISTRY
               KEY IS BUSR-USER-ID
               INVALID KEY
                   DISPLAY TRIM(WS-OPERATOR-ID) " IS NOT ON THE "
                           "USER REGISTRY" UPON TERM
                   CLOSE BIER-REGISTRY
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-READ.
           IF NOT BUSR-SUPERVISOR
               DISPLAY TRIM(WS-OPERATOR-ID) " IS NOT A "
                       "SUPERVISOR - SEE BIER-USERMAINT PROMOTE"
                       UPON TERM
               CLOSE BIER-REGISTRY
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           CLOSE BIER-REGISTRY.
       0300-REGISTER-STATUS.
           OPEN INPUT CLOSE-REGISTER.
           IF CLS-STAT = "35"
               DISPLAY "NO BIER.CLS - NO PERIOD HAS EVER BEEN CLOSED"
                   UPON TERM
               GO TO 9999-EXIT
           END-IF.
           IF CLS-STAT NOT = "00"
               CALL "FSTATMSG" USING CLS-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY "BIER.CLS ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                       CLS-STAT ")" UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0310-READ-REGISTER-LINE
               UNTIL CLS-STAT = "10".
           CLOSE CLOSE-REGISTER.
           DISPLAY "PERIOD CLOSE REGISTER" UPON TERM.
           DISPLAY "PERIOD STANDING  SINCE           BY" UPON TERM.
           DISPLAY "------------------------------------------------"
               UPON TERM.
           MOVE 1 TO WS-RP-IDX.
           PERFORM 0330-DISPLAY-REGISTER-PERIOD
               UNTIL WS-RP-IDX > WS-RP-COUNT.
           DISPLAY "------------------------------------------------"
               UPON TERM.
           IF WS-REOPENED-COUNT > 0
               DISPLAY WS-REOPENED-COUNT " PERIOD(S) STAND REOPENED"
                   UPON TERM
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "EVERY PERIOD ON THE REGISTER IS CLOSED"
                   UPON TERM
           END-IF.
       0310-READ-REGISTER-LINE.
           READ CLOSE-REGISTER
               AT END
                   MOVE "10" TO CLS-STAT
               NOT AT END
                   IF CLOSE-REGISTER-LINE(1:6) IS NUMERIC
                       PERFORM 0320-NOTE-REGISTER-LINE
                   END-IF
           END-READ.
       0320-NOTE-REGISTER-LINE.
      *    the latest line per period is its standing
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-RP-IDX.
           PERFORM 0325-FIND-PERIOD-STEP
               UNTIL WS-RP-IDX > WS-RP-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES AND WS-RP-COUNT < 240
               ADD 1 TO WS-RP-COUNT
               MOVE WS-RP-COUNT TO WS-RP-IDX
               MOVE "Y" TO WS-FOUND-SW
           END-IF.
           IF WS-FOUND-YES
               MOVE CLOSE-REGISTER-LINE TO RP-LINE(WS-RP-IDX)
           END-IF.
       0325-FIND-PERIOD-STEP.
           IF RP-LINE(WS-RP-IDX)(1:6) = CLOSE-REGISTER-LINE(1:6)
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-RP-IDX
           END-IF.
       0330-DISPLAY-REGISTER-PERIOD.
           MOVE SPACES TO CLOSE-LINE-FIELDS.
           MOVE 1 TO WS-REASON-PTR.
           UNSTRING RP-LINE(WS-RP-IDX) DELIMITED BY ALL SPACE
               INTO CR-PERIOD CR-STATE CR-TIMESTAMP CR-OPERATOR
               WITH POINTER WS-REASON-PTR.
           IF CR-STATE = "R"
               ADD 1 TO WS-REOPENED-COUNT
               DISPLAY CR-PERIOD " REOPENED  " CR-TIMESTAMP "  "
                       CR-OPERATOR UPON TERM
               IF WS-REASON-PTR < 100
                   DISPLAY "       REASON: "
                           TRIM(RP-LINE(WS-RP-IDX)(WS-REASON-PTR:))
                           UPON TERM
               END-IF
           ELSE
               DISPLAY CR-PERIOD " CLOSED    " CR-TIMESTAMP "  "
                       CR-OPERATOR UPON TERM
           END-IF.
           ADD 1 TO WS-RP-IDX.
       0009-ACQUIRE-LOCK.
      *    held across the totals rewrite and the register append so
      *    no live entry or mutator lands in between
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
               MOVE "CLOSE" TO WS-LOCK-OWNER
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
