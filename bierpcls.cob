       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERPCLS.
      * cobc -m -Wall bierpcls.cob fstatmsg.cob opsjrnl.cob
      * shared period-close lookup, CALLed by every program that can
      * write a BIER-RECORD into a past month (BIER BACKDATE,
      * BIER-IMPORT, BIER-INTAKE, BIER-REFILE, BIER-AMEND):
      *     CALL "BIERPCLS" USING date-9(08) period-state-x(01)
      * the answer is C when the date's YYYYMM is closed on the
      * BIER.CLS close register, R when it was closed and has since
      * been reopened by a supervisor, and space when it was never
      * closed at all.  only C refuses an entry.  the register is
      * written by BIER-CLOSE and is append-only, one line per act:
      *     YYYYMM C yyyymmddhhmmss operator
      *     YYYYMM R yyyymmddhhmmss operator reason
      * the latest line for a period is its standing.  the file is
      * loaded on the first call and held for the rest of the run;
      * no BIER.CLS (status 35) simply means no period has ever been
      * closed.  a BIER.CLS that is there but will not open is
      * journalled to OPS.JRNL and every date is then answered C, so
      * a damaged register can never reopen a closed month.  that
      * answer proves nothing to a program that needs a period to
      * BE closed (BIER-CLOSE, BIER-YEAREND, BIER-FININT), so a date
      * of zeros asks about the register itself: E when it could
      * not be read, space when it could.
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
       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-REGISTER.
       01  CLOSE-REGISTER-LINE                    PIC X(100).
       WORKING-STORAGE SECTION.
       01  PERIOD-STATE-TABLE.
           03  PERIOD-STATE OCCURS 240 TIMES.
               05  PS-PERIOD                      PIC 9(06).
               05  PS-STATE                       PIC X(01).
       77  WS-PS-COUNT                            PIC 9(03) VALUE 0.
       77  WS-PS-IDX                              PIC 9(03).
       77  WS-LOADED-SW                           PIC X(01) VALUE "N".
           88  WS-CLS-LOADED                      VALUE "Y".
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-LOOKUP-PERIOD                       PIC 9(06).
       77  CLS-STAT                                PIC X(02).
       77  WS-CLS-BROKEN-SW                       PIC X(01) VALUE "N".
           88  WS-CLS-BROKEN                      VALUE "Y".
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
                                                  VALUE "BIERPCLS".
       77  WS-OPS-FILE-NAME                       PIC X(16)
                                                  VALUE "BIER.CLS".
       77  WS-OPS-RETURN-CODE                     PIC 9(02) VALUE 16.
       01  CLOSE-LINE-TOKENS.
           03  CR-PERIOD                          PIC X(06).
           03  CR-STATE                           PIC X(01).
       LINKAGE SECTION.
       01  LK-DATE                                PIC 9(08).
       01  LK-PERIOD-STATE                        PIC X(01).
       PROCEDURE DIVISION USING LK-DATE LK-PERIOD-STATE.
       0000-MAIN.
           IF NOT WS-CLS-LOADED
               PERFORM 0010-LOAD-REGISTER
           END-IF.
           IF LK-DATE = 0
               IF WS-CLS-BROKEN
                   MOVE "E" TO LK-PERIOD-STATE
               ELSE
                   MOVE SPACE TO LK-PERIOD-STATE
               END-IF
               GO TO 9999-EXIT
           END-IF.
           IF WS-CLS-BROKEN
               MOVE "C" TO LK-PERIOD-STATE
               GO TO 9999-EXIT
           END-IF.
           COMPUTE WS-LOOKUP-PERIOD = LK-DATE / 100.
           PERFORM 0100-FIND-PERIOD.
           IF WS-FOUND-YES
               MOVE PS-STATE(WS-PS-IDX) TO LK-PERIOD-STATE
           ELSE
               MOVE SPACE TO LK-PERIOD-STATE
           END-IF.
           GO TO 9999-EXIT.
       0010-LOAD-REGISTER.
           MOVE "Y" TO WS-LOADED-SW.
           OPEN INPUT CLOSE-REGISTER.
           IF CLS-STAT NOT = "00" AND CLS-STAT NOT = "35"
               PERFORM 0900-REGISTER-ERROR
           END-IF.
           IF CLS-STAT = "00"
               PERFORM 0020-READ-REGISTER-LINE
                   UNTIL CLS-STAT = "10"
               CLOSE CLOSE-REGISTER
           END-IF.
       0020-READ-REGISTER-LINE.
           READ CLOSE-REGISTER
               AT END
                   MOVE "10" TO CLS-STAT
               NOT AT END
                   PERFORM 0030-PARSE-REGISTER-LINE
           END-READ.
       0030-PARSE-REGISTER-LINE.
           MOVE SPACES TO CLOSE-LINE-TOKENS.
           UNSTRING CLOSE-REGISTER-LINE DELIMITED BY ALL SPACE
               INTO CR-PERIOD CR-STATE.
           IF CR-PERIOD IS NUMERIC
                   AND (CR-STATE = "C" OR CR-STATE = "R")
               MOVE CR-PERIOD TO WS-LOOKUP-PERIOD
               PERFORM 0100-FIND-PERIOD
               IF NOT WS-FOUND-YES
                   IF WS-PS-COUNT < 240
                       ADD 1 TO WS-PS-COUNT
                       MOVE WS-PS-COUNT TO WS-PS-IDX
                       MOVE WS-LOOKUP-PERIOD TO PS-PERIOD(WS-PS-IDX)
                       MOVE "Y" TO WS-FOUND-SW
                   ELSE
                       DISPLAY "BIER.CLS HAS MORE THAN 240 PERIODS, "
                               "IGNORING " CR-PERIOD UPON TERM
                   END-IF
               END-IF
      *        a later line for the same period overrides the
      *        earlier one - the register reads as a history
               IF WS-FOUND-YES
                   MOVE CR-STATE TO PS-STATE(WS-PS-IDX)
               END-IF
           END-IF.
       0100-FIND-PERIOD.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-PS-IDX.
           PERFORM 0110-FIND-PERIOD-STEP
               UNTIL WS-PS-IDX > WS-PS-COUNT
                   OR WS-FOUND-YES.
       0110-FIND-PERIOD-STEP.
           IF PS-PERIOD(WS-PS-IDX) = WS-LOOKUP-PERIOD
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-PS-IDX
           END-IF.
       0900-REGISTER-ERROR.
      *    only status 35 means an empty register
           MOVE "Y" TO WS-CLS-BROKEN-SW.
           CALL "FSTATMSG" USING CLS-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM WS-OPS-FILE-NAME
               CLS-STAT WS-FSTAT-MESSAGE WS-OPS-RETURN-CODE.
           DISPLAY "BIER.CLS ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   CLS-STAT ") - EVERY PERIOD IS TREATED AS CLOSED"
                   UPON TERM.
       9999-EXIT.
           GOBACK.
