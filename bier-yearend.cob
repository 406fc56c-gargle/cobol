       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-YEAREND.
      * cobc -x -Wall bier-yearend.cob fstatmsg.cob opsjrnl.cob
      *              bierpcls.cob bierlkid.cob bierauth.cob
      *              bierpin.cob bierhash.cob
      *              bierenv.cob -I copybooks
      *              -T bier-yearend.lst
      *
      * usage: bier-yearend yyyy
      *   year-end consolidation.  once every month of a past year is
      * closed on BIER.CLS, its twelve BIER.FILE.YYYYMM generations
      * and its BIER.HIST lines are folded into one keyed yearly
      * history file, BIER.FILE.YYYY, with the same record layout and
      * the same user key as the generations.  in order:
      *   - every month of the year is checked against BIER.CAT: a
      *     catalogued generation is recounted and must hold exactly
      *     the records its catalog line says, and a generation on
      *     disk that BIER.CAT has never heard of stops the run.  any
      *     mismatch leaves everything exactly as it was (rc 4);
      *   - the generations and the year's BIER.HIST lines are copied
      *     into BIER.FILE.YYYY.NEW.  a BIER.HIST line whose key is
      *     already on a generation is reported and taken once;
      *   - the new file is recounted against what went in and only
      *     then renamed into place;
      *   - the year's monthly lines on BIER.CAT give way to one line
      *     under period YYYY00:
      *         YYYY00 BIER.FILE.YYYY count first-ts last-ts USERKEY
      *     which is what biergenr.cob and biergenl.cob resolve the
      *     year's months through from then on;
      *   - the year's lines come off BIER.HIST, each one only once
      *     its key has been found on the yearly file, and the twelve
      *     monthly generations are removed.
      * a year that already has its YYYY00 line skips straight to the
      * last step, so a rerun after an interruption finishes the job
      * without copying anything twice.  BIER-CLOSE refuses to reopen
      * a month of a consolidated year.
      *   return code 8 for a year that can not be consolidated yet,
      * 4 when the checks stopped the run or BIER.HIST kept lines the
      * yearly file does not hold, 16 on a file error.
      *   the run is granted through BIER.AUTH (BIERAUTH).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DD_GENFILE and DD_YEARFILE are pointed at a monthly generation
      * and at the yearly file before each OPEN, the same
      * external-name convention VARCOPY uses for DD_INFILE/DD_OUTFILE
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT YEAR-GEN ASSIGN TO "DD_YEARFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NEW-BIER-KEY
               ALTERNATE RECORD KEY IS NEW-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS YEAR-STAT.
           SELECT BIER-HISTORY ASSIGN TO "BIER.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HIST-STAT.
           SELECT HISTORY-NEW ASSIGN TO "BIER.HIST.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HNEW-STAT.
           SELECT BIER-CATALOG ASSIGN TO "BIER.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER-GEN.
       01  GEN-BIER-RECORD.
           03  GEN-BIER-KEY.
               05  GEN-BIER-TIMESTAMP-NUMERIC    PIC 9(14).
               05  GEN-BIER-USER-ID              PIC X(08).
           03  GEN-BIER-BEVERAGE-TYPE             PIC X(16).
           03  GEN-BIER-SITE-ID                   PIC X(04).
       FD  YEAR-GEN.
       01  NEW-BIER-RECORD.
           03  NEW-BIER-KEY.
               05  NEW-BIER-TIMESTAMP-NUMERIC    PIC 9(14).
               05  NEW-BIER-USER-ID              PIC X(08).
           03  NEW-BIER-BEVERAGE-TYPE             PIC X(16).
           03  NEW-BIER-SITE-ID                   PIC X(04).
       FD  BIER-HISTORY.
       01  HISTORY-RECORD                         PIC X(80).
       FD  HISTORY-NEW.
       01  HISTORY-NEW-RECORD                     PIC X(80).
       FD  BIER-CATALOG.
       01  CATALOG-LINE                           PIC X(80).
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  CATALOG-LINE-TABLE.
           03  CL-LINE OCCURS 120 TIMES           PIC X(80).
       77  WS-CL-COUNT                            PIC 9(03) VALUE 0.
       77  WS-CL-IDX                              PIC 9(03).
       77  WS-CL-OVERFLOW-SW                      PIC X(01) VALUE "N".
           88  WS-CL-OVERFLOW                     VALUE "Y".
       01  CATALOG-LINE-TOKENS.
           03  CT-PERIOD                          PIC X(06).
           03  CT-FILE-NAME                       PIC X(16).
           03  CT-COUNT                           PIC X(07).
           03  CT-FIRST-TS                        PIC X(14).
           03  CT-LAST-TS                         PIC X(14).
           03  CT-KEY-FLAG                        PIC X(08).
       01  MONTH-TABLE.
           03  MONTH-ENTRY OCCURS 12 TIMES.
               05  ME-CATALOGUED                  PIC X(01).
               05  ME-FILE-NAME                   PIC X(16).
               05  ME-COUNT                       PIC 9(07).
       77  WS-MONTH                               PIC 9(02).
       01  HISTORY-LINE-FIELDS.
           03  HL-TIMESTAMP                       PIC X(14).
           03  HL-USER-ID                         PIC X(08).
           03  HL-BEVERAGE                        PIC X(16).
       77  WS-UNSTRING-PTR                        PIC 9(03).
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-YEAR                      PIC 9(04).
           03  FILLER                             PIC X(17).
       77  WS-ARG-YEAR                            PIC X(04).
       77  WS-YEAR-PERIOD                         PIC X(06).
       77  WS-SCAN-PERIOD                         PIC 9(06).
       77  WS-PROBE-DATE                          PIC 9(08).
       77  WS-PERIOD-STATE                        PIC X(01).
       77  WS-OPEN-COUNT                          PIC 9(02) VALUE 0.
       77  WS-YEAR-DONE-SW                        PIC X(01) VALUE "N".
           88  WS-YEAR-DONE                       VALUE "Y".
       77  WS-YEAR-LINE-SW                        PIC X(01).
           88  WS-YEAR-LINE-WRITTEN               VALUE "Y".
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-YEAR-NAME                           PIC X(40).
       77  WS-NEW-NAME                            PIC X(40).
       77  WS-SYSTEM-CMD                          PIC X(120).
       77  WS-EOF-SW                              PIC X(01).
           88  WS-EOF                             VALUE "Y".
       77  WS-COPY-ERROR-SW                       PIC X(01) VALUE "N".
           88  WS-COPY-ERROR                      VALUE "Y".
       77  WS-PROBLEM-COUNT                       PIC 9(03) VALUE 0.
       77  WS-RECORD-COUNT                        PIC 9(07).
       77  WS-MONTHS-TOTAL                        PIC 9(07) VALUE 0.
       77  WS-HIST-TAKEN                          PIC 9(07) VALUE 0.
       77  WS-HIST-DUPLICATE                      PIC 9(05) VALUE 0.
       77  WS-EXPECTED-COUNT                      PIC 9(07).
       77  WS-YEAR-COUNT                          PIC 9(07) VALUE 0.
       77  WS-FIRST-TS                            PIC 9(14) VALUE 0.
       77  WS-LAST-TS                             PIC 9(14) VALUE 0.
       77  WS-HIST-DROPPED                        PIC 9(07) VALUE 0.
       77  WS-HIST-LEFT                           PIC 9(05) VALUE 0.
       77  WS-REMOVED-COUNT                       PIC 9(02) VALUE 0.
       77  GEN-STAT                                PIC X(02).
       77  YEAR-STAT                               PIC X(02).
       77  HIST-STAT                               PIC X(02).
       77  HNEW-STAT                               PIC X(02).
       77  CAT-STAT                                PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  WS-ERROR-STAT                          PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
                                                  VALUE "BIERYEND".
       77  WS-OPS-FILE-NAME                       PIC X(16).
       77  WS-OPS-RETURN-CODE                     PIC 9(02).
       77  WS-LOCK-RETRY                          PIC 9(02).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-YEAREND".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-DETERMINE-YEAR.
           PERFORM 0002-CHECK-AUTHORITY.
           PERFORM 0010-CHECK-CLOSED.
           PERFORM 0004-ACQUIRE-LOCK.
           PERFORM 0020-LOAD-CATALOG.
           IF WS-CL-OVERFLOW
               DISPLAY "BIER.CAT HAS MORE THAN 120 LINES - IT COULD "
                       "NOT BE REWRITTEN, NOTHING CONSOLIDATED"
                   UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0030-FIND-YEAR-LINE.
           IF WS-YEAR-DONE
               DISPLAY WS-ARG-YEAR " IS ALREADY ON BIER.CAT AS "
                       TRIM(WS-YEAR-NAME) " - FINISHING THE CLEAR-DOWN"
                   UPON TERM
           ELSE
               PERFORM 0100-VERIFY-MONTHS
               PERFORM 0200-BUILD-YEAR-FILE
               PERFORM 0300-REWRITE-CATALOG
           END-IF.
           PERFORM 0400-SPLIT-HISTORY.
           PERFORM 0500-REMOVE-MONTHS.
           PERFORM 0095-RELEASE-LOCK.
           DISPLAY WS-ARG-YEAR " CONSOLIDATED INTO "
                   TRIM(WS-YEAR-NAME) UPON TERM.
           IF NOT WS-YEAR-DONE
               DISPLAY "  " WS-MONTHS-TOTAL " RECORD(S) FROM THE "
                       "GENERATIONS, " WS-HIST-TAKEN " FROM BIER.HIST, "
                       WS-HIST-DUPLICATE " BIER.HIST DUPLICATE(S)"
                   UPON TERM
               DISPLAY "  " WS-YEAR-COUNT " RECORD(S) ON THE YEARLY "
                       "FILE, " WS-FIRST-TS " TO " WS-LAST-TS
                   UPON TERM
           END-IF.
           DISPLAY "  " WS-HIST-DROPPED " LINE(S) TAKEN OFF BIER.HIST, "
                   WS-HIST-LEFT " LEFT ON IT, " WS-REMOVED-COUNT
                   " GENERATION(S) REMOVED" UPON TERM.
           IF WS-HIST-LEFT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
       0004-ACQUIRE-LOCK.
      *    held for the whole run so no BIER-REFILE or BIER-AMEND
      *    writes into a generation while it is being folded away
           MOVE 0 TO WS-LOCK-RETRY.
           MOVE "N" TO WS-LOCK-ACQUIRED-SW.
           PERFORM 0004-LOCK-ATTEMPT
               UNTIL WS-LOCK-OK OR WS-LOCK-RETRY > 10.
           IF NOT WS-LOCK-OK
               DISPLAY "BIER.FILE IS LOCKED BY ANOTHER RUN, GIVING UP"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0004-LOCK-ATTEMPT.
           OPEN EXTEND BIER-LOCK.
           IF LOCK-STAT = "35"
               CLOSE BIER-LOCK
               OPEN OUTPUT BIER-LOCK
           END-IF.
           IF LOCK-STAT = "00"
               MOVE "YEAREND" TO WS-LOCK-OWNER
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
       0005-DETERMINE-YEAR.
           MOVE SPACES TO WS-ARG-YEAR.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-YEAR FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-YEAR
           END-ACCEPT.
           IF WS-ARG-YEAR NOT NUMERIC
               DISPLAY "USAGE: BIER-YEAREND YYYY" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           IF WS-ARG-YEAR NOT < WS-TODAY-YEAR
               DISPLAY WS-ARG-YEAR " IS NOT OVER YET - ONLY A PAST "
                       "YEAR CAN BE CONSOLIDATED" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-YEAR-PERIOD.
           STRING WS-ARG-YEAR DELIMITED BY SIZE
                   "00" DELIMITED BY SIZE
               INTO WS-YEAR-PERIOD.
           MOVE SPACES TO WS-YEAR-NAME.
           STRING "BIER.FILE." DELIMITED BY SIZE
                   WS-ARG-YEAR DELIMITED BY SIZE
               INTO WS-YEAR-NAME.
       0010-CHECK-CLOSED.
      *    a month still open can take a backdated entry tomorrow -
      *    the whole year has to be frozen before it is folded away.
      *    an unreadable BIER.CLS answers C for everything, which
      *    proves no close at all, so it is asked about first
           MOVE 0 TO WS-PROBE-DATE.
           CALL "BIERPCLS" USING WS-PROBE-DATE WS-PERIOD-STATE.
           IF WS-PERIOD-STATE = "E"
               DISPLAY "BIER.CLS COULD NOT BE READ - NO MONTH OF "
                       WS-ARG-YEAR " CAN BE SHOWN TO BE CLOSED"
                       UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE 1 TO WS-MONTH.
           PERFORM 0015-CHECK-ONE-MONTH
               UNTIL WS-MONTH > 12.
           IF WS-OPEN-COUNT > 0
               DISPLAY WS-OPEN-COUNT " MONTH(S) OF " WS-ARG-YEAR
                       " NOT CLOSED ON BIER.CLS - RUN BIER-CLOSE "
                       "CLOSE FIRST" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0015-CHECK-ONE-MONTH.
           COMPUTE WS-SCAN-PERIOD =
                   (FUNCTION NUMVAL(WS-ARG-YEAR) * 100) + WS-MONTH.
           COMPUTE WS-PROBE-DATE = (WS-SCAN-PERIOD * 100) + 1.
           CALL "BIERPCLS" USING WS-PROBE-DATE WS-PERIOD-STATE.
           IF WS-PERIOD-STATE NOT = "C"
               DISPLAY "PERIOD " WS-SCAN-PERIOD " IS NOT CLOSED"
                   UPON TERM
               ADD 1 TO WS-OPEN-COUNT
           END-IF.
           ADD 1 TO WS-MONTH.
       0020-LOAD-CATALOG.
           OPEN INPUT BIER-CATALOG.
           IF CAT-STAT = "00"
               PERFORM 0025-LOAD-CATALOG-LINE
                   UNTIL CAT-STAT = "10"
               CLOSE BIER-CATALOG
           END-IF.
       0025-LOAD-CATALOG-LINE.
           READ BIER-CATALOG
               AT END
                   MOVE "10" TO CAT-STAT
               NOT AT END
                   IF WS-CL-COUNT < 120
                       ADD 1 TO WS-CL-COUNT
                       MOVE CATALOG-LINE TO CL-LINE(WS-CL-COUNT)
                   ELSE
                       MOVE "Y" TO WS-CL-OVERFLOW-SW
                   END-IF
           END-READ.
       0030-FIND-YEAR-LINE.
           MOVE 1 TO WS-CL-IDX.
           PERFORM 0035-FIND-YEAR-STEP
               UNTIL WS-CL-IDX > WS-CL-COUNT.
       0035-FIND-YEAR-STEP.
           MOVE SPACES TO CATALOG-LINE-TOKENS.
           UNSTRING CL-LINE(WS-CL-IDX) DELIMITED BY ALL SPACE
               INTO CT-PERIOD CT-FILE-NAME.
           IF CT-PERIOD = WS-YEAR-PERIOD AND CT-FILE-NAME NOT = SPACES
               MOVE "Y" TO WS-YEAR-DONE-SW
               MOVE CT-FILE-NAME TO WS-YEAR-NAME
           END-IF.
           ADD 1 TO WS-CL-IDX.
       0100-VERIFY-MONTHS.
           MOVE 1 TO WS-MONTH.
           PERFORM 0110-VERIFY-ONE-MONTH
               UNTIL WS-MONTH > 12.
           IF WS-PROBLEM-COUNT > 0
               DISPLAY WS-PROBLEM-COUNT " PROBLEM(S) WITH THE "
                       WS-ARG-YEAR " GENERATIONS - NOTHING CHANGED, "
                       "SEE BIER-CATVERIFY" UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 4 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0110-VERIFY-ONE-MONTH.
           COMPUTE WS-SCAN-PERIOD =
                   (FUNCTION NUMVAL(WS-ARG-YEAR) * 100) + WS-MONTH.
           MOVE "N" TO ME-CATALOGUED(WS-MONTH).
           MOVE 0 TO ME-COUNT(WS-MONTH).
           MOVE SPACES TO ME-FILE-NAME(WS-MONTH).
           MOVE 1 TO WS-CL-IDX.
           PERFORM 0115-FIND-MONTH-LINE
               UNTIL WS-CL-IDX > WS-CL-COUNT.
           IF ME-CATALOGUED(WS-MONTH) = "Y"
               PERFORM 0120-RECOUNT-GENERATION
           ELSE
      *        no catalog line is only right for a month that never
      *        rolled over at all
               MOVE SPACES TO WS-GEN-NAME
               STRING "BIER.FILE." DELIMITED BY SIZE
                       WS-SCAN-PERIOD DELIMITED BY SIZE
                   INTO WS-GEN-NAME
               DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE
               OPEN INPUT BIER-GEN
               IF GEN-STAT NOT = "35"
                   IF GEN-STAT = "00"
                       CLOSE BIER-GEN
                   END-IF
                   DISPLAY TRIM(WS-GEN-NAME) ": ON DISK BUT NOT ON "
                           "BIER.CAT" UPON TERM
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF.
           ADD 1 TO WS-MONTH.
       0115-FIND-MONTH-LINE.
           MOVE SPACES TO CATALOG-LINE-TOKENS.
           UNSTRING CL-LINE(WS-CL-IDX) DELIMITED BY ALL SPACE
               INTO CT-PERIOD CT-FILE-NAME CT-COUNT CT-FIRST-TS
                    CT-LAST-TS CT-KEY-FLAG.
           IF CT-PERIOD = WS-SCAN-PERIOD
               MOVE "Y" TO ME-CATALOGUED(WS-MONTH)
               MOVE CT-FILE-NAME TO ME-FILE-NAME(WS-MONTH)
               IF CT-COUNT NUMERIC
                   MOVE CT-COUNT TO ME-COUNT(WS-MONTH)
               ELSE
                   DISPLAY "BIER.CAT LINE FOR " CT-PERIOD
                           " HAS NO READABLE COUNT" UPON TERM
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
               IF CT-KEY-FLAG NOT = "USERKEY"
                   DISPLAY TRIM(CT-FILE-NAME) ": NOT YET REBUILT "
                           "WITH THE USER KEY - RUN BIER-REKEY"
                       UPON TERM
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF.
           ADD 1 TO WS-CL-IDX.
       0120-RECOUNT-GENERATION.
           MOVE ME-FILE-NAME(WS-MONTH) TO WS-GEN-NAME.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
           IF GEN-STAT NOT = "00"
               CALL "FSTATMSG" USING GEN-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY TRIM(WS-GEN-NAME) ": ON BIER.CAT BUT COULD "
                       "NOT BE OPENED: " WS-FSTAT-MESSAGE " (STATUS "
                       GEN-STAT ")" UPON TERM
               ADD 1 TO WS-PROBLEM-COUNT
           ELSE
               MOVE 0 TO WS-RECORD-COUNT
               MOVE "N" TO WS-EOF-SW
               PERFORM 0125-COUNT-GENERATION-RECORD
                   UNTIL WS-EOF
               CLOSE BIER-GEN
               IF WS-RECORD-COUNT NOT = ME-COUNT(WS-MONTH)
                   DISPLAY TRIM(WS-GEN-NAME) ": " WS-RECORD-COUNT
                           " RECORD(S) ON DISK, BIER.CAT SAYS "
                           ME-COUNT(WS-MONTH) UPON TERM
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF.
       0125-COUNT-GENERATION-RECORD.
           READ BIER-GEN NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       0200-BUILD-YEAR-FILE.
           MOVE SPACES TO WS-NEW-NAME.
           STRING TRIM(WS-YEAR-NAME) DELIMITED BY SIZE
                   ".NEW" DELIMITED BY SIZE
               INTO WS-NEW-NAME.
           DISPLAY "DD_YEARFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-NEW-NAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT YEAR-GEN.
           IF YEAR-STAT NOT = "00"
               MOVE YEAR-STAT TO WS-ERROR-STAT
               MOVE WS-NEW-NAME TO WS-OPS-FILE-NAME
               PERFORM 0900-YEAREND-ERROR
           END-IF.
           MOVE 1 TO WS-MONTH.
           PERFORM 0210-COPY-ONE-MONTH
               UNTIL WS-MONTH > 12 OR WS-COPY-ERROR.
           IF NOT WS-COPY-ERROR
               PERFORM 0220-COPY-HISTORY
           END-IF.
           CLOSE YEAR-GEN.
           IF WS-COPY-ERROR
               PERFORM 0245-DISCARD-NEW-FILE
               MOVE WS-NEW-NAME TO WS-OPS-FILE-NAME
               PERFORM 0900-YEAREND-ERROR
           END-IF.
           PERFORM 0230-RECOUNT-YEAR-FILE.
           COMPUTE WS-EXPECTED-COUNT = WS-MONTHS-TOTAL + WS-HIST-TAKEN.
           IF WS-YEAR-COUNT = 0
               PERFORM 0245-DISCARD-NEW-FILE
               DISPLAY "NOTHING ON FILE FOR " WS-ARG-YEAR
                       " - NO YEARLY FILE WRITTEN" UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 0 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-YEAR-COUNT NOT = WS-EXPECTED-COUNT
               DISPLAY TRIM(WS-NEW-NAME) " HOLDS " WS-YEAR-COUNT
                       " RECORD(S), " WS-EXPECTED-COUNT " WENT IN - "
                       "DISCARDED, NOTHING CHANGED" UPON TERM
               PERFORM 0245-DISCARD-NEW-FILE
               MOVE "00" TO WS-ERROR-STAT
               MOVE WS-NEW-NAME TO WS-OPS-FILE-NAME
               PERFORM 0900-YEAREND-ERROR
           END-IF.
           PERFORM 0240-SWAP-IN-YEAR-FILE.
       0210-COPY-ONE-MONTH.
           IF ME-CATALOGUED(WS-MONTH) = "Y"
               MOVE ME-FILE-NAME(WS-MONTH) TO WS-GEN-NAME
               DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE
               OPEN INPUT BIER-GEN
               IF GEN-STAT NOT = "00"
                   MOVE GEN-STAT TO WS-ERROR-STAT
                   MOVE "Y" TO WS-COPY-ERROR-SW
               ELSE
                   MOVE "N" TO WS-EOF-SW
                   PERFORM 0215-COPY-ONE-RECORD
                       UNTIL WS-EOF
                   CLOSE BIER-GEN
               END-IF
               IF WS-COPY-ERROR
                   DISPLAY TRIM(WS-GEN-NAME) ": COPY STOPPED"
                       UPON TERM
               END-IF
           END-IF.
           ADD 1 TO WS-MONTH.
       0215-COPY-ONE-RECORD.
           READ BIER-GEN NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   MOVE GEN-BIER-RECORD TO NEW-BIER-RECORD
                   WRITE NEW-BIER-RECORD
                       INVALID KEY
      *                    the same key in two generations of one year
      *                    is for BIER-AUDIT to sort out first
                           DISPLAY "KEY " GEN-BIER-TIMESTAMP-NUMERIC
                                   " " TRIM(GEN-BIER-USER-ID)
                                   " IS ON MORE THAN ONE GENERATION"
                               UPON TERM
                           MOVE YEAR-STAT TO WS-ERROR-STAT
                           MOVE "Y" TO WS-COPY-ERROR-SW
                           MOVE "Y" TO WS-EOF-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-MONTHS-TOTAL
                   END-WRITE
           END-READ.
           IF GEN-STAT NOT = "00" AND GEN-STAT NOT = "10"
               MOVE GEN-STAT TO WS-ERROR-STAT
               MOVE "Y" TO WS-COPY-ERROR-SW
               MOVE "Y" TO WS-EOF-SW
           END-IF.
       0220-COPY-HISTORY.
           OPEN INPUT BIER-HISTORY.
           IF HIST-STAT = "00"
               PERFORM 0225-COPY-HISTORY-LINE
                   UNTIL HIST-STAT = "10"
               CLOSE BIER-HISTORY
           END-IF.
       0225-COPY-HISTORY-LINE.
      *    BIER.HIST lines are the "timestamp user beverage" text
      *    format bier-archive's 0110-ARCHIVE-RECORD writes; they
      *    carry no site, so the yearly file gets them without one
           READ BIER-HISTORY
               AT END
                   MOVE "10" TO HIST-STAT
               NOT AT END
                   PERFORM 0227-PARSE-HISTORY-LINE
                   IF HL-TIMESTAMP IS NUMERIC
                           AND HL-TIMESTAMP(1:4) = WS-ARG-YEAR
                       MOVE HL-TIMESTAMP TO NEW-BIER-TIMESTAMP-NUMERIC
                       MOVE HL-USER-ID TO NEW-BIER-USER-ID
                       MOVE HL-BEVERAGE TO NEW-BIER-BEVERAGE-TYPE
                       MOVE SPACES TO NEW-BIER-SITE-ID
                       WRITE NEW-BIER-RECORD
                           INVALID KEY
                               DISPLAY "BIER.HIST " HL-TIMESTAMP " "
                                       TRIM(HL-USER-ID) " IS ALREADY "
                                       "ON A GENERATION - TAKEN ONCE"
                                   UPON TERM
                               ADD 1 TO WS-HIST-DUPLICATE
                           NOT INVALID KEY
                               ADD 1 TO WS-HIST-TAKEN
                       END-WRITE
                   END-IF
           END-READ.
       0227-PARSE-HISTORY-LINE.
           MOVE SPACES TO HISTORY-LINE-FIELDS.
           MOVE 1 TO WS-UNSTRING-PTR.
           UNSTRING HISTORY-RECORD DELIMITED BY ALL SPACE
               INTO HL-TIMESTAMP HL-USER-ID
               WITH POINTER WS-UNSTRING-PTR.
      *    the beverage is the whole rest of the line - the free-text
      *    codes from before the catalog can carry embedded spaces
           IF WS-UNSTRING-PTR NOT > 80
               MOVE HISTORY-RECORD(WS-UNSTRING-PTR:) TO HL-BEVERAGE
           END-IF.
       0230-RECOUNT-YEAR-FILE.
      *    read back from disk, not taken from the write counts - the
      *    yearly file is keyed, so its first and last records are
      *    the year's first and last timestamps for the catalog line
           DISPLAY "DD_YEARFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-NEW-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT YEAR-GEN.
           IF YEAR-STAT NOT = "00"
               MOVE YEAR-STAT TO WS-ERROR-STAT
               MOVE WS-NEW-NAME TO WS-OPS-FILE-NAME
               PERFORM 0245-DISCARD-NEW-FILE
               PERFORM 0900-YEAREND-ERROR
           END-IF.
           MOVE 0 TO WS-YEAR-COUNT.
           MOVE "N" TO WS-EOF-SW.
           PERFORM 0235-RECOUNT-ONE-RECORD
               UNTIL WS-EOF.
           CLOSE YEAR-GEN.
       0235-RECOUNT-ONE-RECORD.
           READ YEAR-GEN NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   ADD 1 TO WS-YEAR-COUNT
                   IF WS-YEAR-COUNT = 1
                       MOVE NEW-BIER-TIMESTAMP-NUMERIC TO WS-FIRST-TS
                   END-IF
                   MOVE NEW-BIER-TIMESTAMP-NUMERIC TO WS-LAST-TS
           END-READ.
       0240-SWAP-IN-YEAR-FILE.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "mv " DELIMITED BY SIZE
                   TRIM(WS-NEW-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-YEAR-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           IF RETURN-CODE NOT = 0
               DISPLAY "COULD NOT SWAP IN " TRIM(WS-NEW-NAME)
                       " (RC=" RETURN-CODE "), NOTHING CHANGED - "
                       "RERUN" UPON TERM
               PERFORM 0245-DISCARD-NEW-FILE
               MOVE "00" TO WS-ERROR-STAT
               MOVE WS-YEAR-NAME TO WS-OPS-FILE-NAME
               PERFORM 0900-YEAREND-ERROR
           END-IF.
           MOVE 0 TO RETURN-CODE.
       0245-DISCARD-NEW-FILE.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "rm -f " DELIMITED BY SIZE
                   TRIM(WS-NEW-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
       0300-REWRITE-CATALOG.
      *    the year's line goes where its first month's line was, so
      *    the catalog stays in date order
           OPEN OUTPUT BIER-CATALOG.
           IF CAT-STAT NOT = "00"
               MOVE CAT-STAT TO WS-ERROR-STAT
               MOVE "BIER.CAT" TO WS-OPS-FILE-NAME
               PERFORM 0900-YEAREND-ERROR
           END-IF.
           MOVE "N" TO WS-YEAR-LINE-SW.
           MOVE 1 TO WS-CL-IDX.
           PERFORM 0310-WRITE-CATALOG-LINE
               UNTIL WS-CL-IDX > WS-CL-COUNT.
           IF NOT WS-YEAR-LINE-WRITTEN
               PERFORM 0320-WRITE-YEAR-LINE
           END-IF.
           CLOSE BIER-CATALOG.
       0310-WRITE-CATALOG-LINE.
           MOVE SPACES TO CATALOG-LINE-TOKENS.
           UNSTRING CL-LINE(WS-CL-IDX) DELIMITED BY ALL SPACE
               INTO CT-PERIOD.
           IF CT-PERIOD NUMERIC AND CT-PERIOD(1:4) = WS-ARG-YEAR
               IF NOT WS-YEAR-LINE-WRITTEN
                   PERFORM 0320-WRITE-YEAR-LINE
               END-IF
           ELSE
               MOVE CL-LINE(WS-CL-IDX) TO CATALOG-LINE
               WRITE CATALOG-LINE
           END-IF.
           ADD 1 TO WS-CL-IDX.
       0320-WRITE-YEAR-LINE.
           MOVE SPACES TO CATALOG-LINE.
           STRING WS-YEAR-PERIOD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-YEAR-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-YEAR-COUNT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-FIRST-TS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-LAST-TS DELIMITED BY SIZE
                   " USERKEY" DELIMITED BY SIZE
               INTO CATALOG-LINE.
           WRITE CATALOG-LINE.
           MOVE "Y" TO WS-YEAR-LINE-SW.
       0400-SPLIT-HISTORY.
      *    a year line comes off BIER.HIST only once its key is found
      *    on the yearly file; anything else stays where it is
           DISPLAY "DD_YEARFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-YEAR-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT YEAR-GEN.
           IF YEAR-STAT NOT = "00"
               DISPLAY TRIM(WS-YEAR-NAME) " IS ON BIER.CAT BUT COULD "
                       "NOT BE OPENED - NOTHING CLEARED DOWN" UPON TERM
               MOVE YEAR-STAT TO WS-ERROR-STAT
               MOVE WS-YEAR-NAME TO WS-OPS-FILE-NAME
               PERFORM 0900-YEAREND-ERROR
           END-IF.
           OPEN INPUT BIER-HISTORY.
           IF HIST-STAT = "00"
               OPEN OUTPUT HISTORY-NEW
               IF HNEW-STAT NOT = "00"
                   CLOSE BIER-HISTORY
                   CLOSE YEAR-GEN
                   MOVE HNEW-STAT TO WS-ERROR-STAT
                   MOVE "BIER.HIST.NEW" TO WS-OPS-FILE-NAME
                   PERFORM 0900-YEAREND-ERROR
               END-IF
               PERFORM 0410-SPLIT-HISTORY-LINE
                   UNTIL HIST-STAT = "10"
               CLOSE HISTORY-NEW
               CLOSE BIER-HISTORY
               IF WS-HIST-DROPPED > 0
                   CALL "SYSTEM" USING "mv BIER.HIST.NEW BIER.HIST"
               ELSE
                   CALL "SYSTEM" USING "rm -f BIER.HIST.NEW"
               END-IF
               MOVE 0 TO RETURN-CODE
           END-IF.
           CLOSE YEAR-GEN.
       0410-SPLIT-HISTORY-LINE.
           READ BIER-HISTORY
               AT END
                   MOVE "10" TO HIST-STAT
               NOT AT END
                   PERFORM 0227-PARSE-HISTORY-LINE
                   IF HL-TIMESTAMP IS NUMERIC
                           AND HL-TIMESTAMP(1:4) = WS-ARG-YEAR
                       PERFORM 0420-CHECK-YEAR-FILE
                   ELSE
                       WRITE HISTORY-NEW-RECORD FROM HISTORY-RECORD
                   END-IF
           END-READ.
       0420-CHECK-YEAR-FILE.
           MOVE HL-TIMESTAMP TO NEW-BIER-TIMESTAMP-NUMERIC.
           MOVE HL-USER-ID TO NEW-BIER-USER-ID.
           READ YEAR-GEN
               KEY IS NEW-BIER-KEY
               INVALID KEY
                   DISPLAY "BIER.HIST " HL-TIMESTAMP " "
                           TRIM(HL-USER-ID) " IS NOT ON "
                           TRIM(WS-YEAR-NAME) " - LEFT ON BIER.HIST"
                       UPON TERM
                   ADD 1 TO WS-HIST-LEFT
                   WRITE HISTORY-NEW-RECORD FROM HISTORY-RECORD
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO WS-HIST-DROPPED
           END-READ.
       0500-REMOVE-MONTHS.
      *    by now every record of the year is on the yearly file and
      *    BIER.CAT points at it; the generations are only in the way
           MOVE 1 TO WS-MONTH.
           PERFORM 0510-REMOVE-ONE-MONTH
               UNTIL WS-MONTH > 12.
       0510-REMOVE-ONE-MONTH.
           COMPUTE WS-SCAN-PERIOD =
                   (FUNCTION NUMVAL(WS-ARG-YEAR) * 100) + WS-MONTH.
           MOVE SPACES TO WS-GEN-NAME.
           STRING "BIER.FILE." DELIMITED BY SIZE
                   WS-SCAN-PERIOD DELIMITED BY SIZE
               INTO WS-GEN-NAME.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
           IF GEN-STAT NOT = "35"
               IF GEN-STAT = "00"
                   CLOSE BIER-GEN
               END-IF
               MOVE SPACES TO WS-SYSTEM-CMD
               STRING "rm -f " DELIMITED BY SIZE
                       TRIM(WS-GEN-NAME) DELIMITED BY SIZE
                   INTO WS-SYSTEM-CMD
               CALL "SYSTEM" USING WS-SYSTEM-CMD
               MOVE 0 TO RETURN-CODE
               ADD 1 TO WS-REMOVED-COUNT
           END-IF.
           ADD 1 TO WS-MONTH.
       0900-YEAREND-ERROR.
           CALL "FSTATMSG" USING WS-ERROR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           MOVE 16 TO WS-OPS-RETURN-CODE.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM
               WS-OPS-FILE-NAME WS-ERROR-STAT WS-FSTAT-MESSAGE
               WS-OPS-RETURN-CODE.
           DISPLAY TRIM(WS-OPS-FILE-NAME) " ERROR: " WS-FSTAT-MESSAGE
                   " (STATUS " WS-ERROR-STAT ")" UPON TERM.
           PERFORM 0095-RELEASE-LOCK.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
