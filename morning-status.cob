       IDENTIFICATION DIVISION.
       PROGRAM-ID. MORNING-STATUS.
      * cobc -x -Wall morning-status.cob bierenv.cob -I copybooks
      *                                   -T morning-status.lst
      *
      * the one page before the first coffee.  every overnight
      * signal the suite now produces is gathered onto a single
      *     here (it is not a batch step and journals nothing, so
      *     nothing on disk can answer for it);
      *   - this morning's roll-call, run right here so the page is
      *     current;
      *   - the BIER.CLS close register: any period a supervisor has
      *     reopened stays on this page until BIER-CLOSE closes it
      *     again with fresh totals;
      *   - the shift handover log: open items on HELLO.HANDOVER
      *     that no incoming shift has acknowledged yet.
      * exits with return code 4 when any area needs attention, so
      * even the page itself can be scripted.
       ENVIRONMENT DIVISION.
           SELECT DIGEST-FILE ASSIGN TO "ALERT.DIGEST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DIG-STAT.
           SELECT CLOSE-REGISTER ASSIGN TO "BIER.CLS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CLS-STAT.
           SELECT HANDOVER-FILE ASSIGN TO "HELLO.HANDOVER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS HAND-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CONTROL.
       01  QUARANTINE-LINE                        PIC X(80).
       FD  DIGEST-FILE.
       01  DIGEST-LINE                            PIC X(80).
       FD  CLOSE-REGISTER.
       01  CLOSE-REGISTER-LINE                    PIC X(100).
       FD  HANDOVER-FILE.
       COPY "handovr.cpy".
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  RUN-LINE-FIELDS.
           03  RC-DATE                            PIC X(08).
           03  RC-STEP                            PIC X(24).
      * COMPLETE line after the original FAILED one, and only the
      * latest word counts
       01  STEP-STATUS-TABLE.
           03  ST-ENTRY OCCURS 40 TIMES.
               05  ST-STEP                        PIC X(24).
               05  ST-STATUS                      PIC X(08).
       77  WS-ST-COUNT                            PIC 9(02) VALUE 0.
       77  ESC-STAT                                PIC X(02).
       77  QUAR-STAT                               PIC X(02).
       77  DIG-STAT                                PIC X(02).
       77  CLS-STAT                                PIC X(02).
       77  HAND-STAT                               PIC X(02).
      * latest standing per period on the close register - the
      * latest line for a period wins, as in BIERPCLS
       01  CLOSE-PERIOD-TABLE.
           03  CP-ENTRY OCCURS 240 TIMES.
               05  CP-PERIOD                      PIC X(06).
               05  CP-STATE                       PIC X(01).
               05  CP-OPERATOR                    PIC X(08).
       77  WS-CP-COUNT                            PIC 9(03) VALUE 0.
       77  WS-CP-IDX                              PIC 9(03).
       77  WS-CP-FOUND-SW                         PIC X(01).
           88  WS-CP-FOUND                        VALUE "Y".
       77  WS-REOPENED-COUNT                      PIC 9(03) VALUE 0.
       01  CLOSE-LINE-FIELDS.
           03  CR-PERIOD                          PIC X(06).
           03  CR-STATE                           PIC X(01).
           03  CR-TIMESTAMP                       PIC X(14).
           03  CR-OPERATOR                        PIC X(08).
      * handover items raised that nobody has acknowledged or
      * closed yet - any event after the raise settles an item
       01  HANDOVER-ITEM-TABLE.
           03  HI-ITEM OCCURS 500 TIMES           PIC 9(04).
       77  WS-HI-COUNT                            PIC 9(03) VALUE 0.
       77  WS-HI-IDX                              PIC 9(03).
       77  WS-HI-FOUND-SW                         PIC X(01).
           88  WS-HI-FOUND                        VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           COMPUTE WS-TODAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           PERFORM 0500-CHECK-DIGEST.
           PERFORM 0550-CHECK-CATVERIFY.
           PERFORM 0600-CHECK-ROLL-CALL.
           PERFORM 0700-CHECK-PERIOD-CLOSE.
           PERFORM 0800-CHECK-HANDOVER.
           DISPLAY "================================================"
               UPON TERM.
           IF WS-ATTENTION-COUNT = 0
           MOVE 1 TO WS-ST-IDX.
           PERFORM 0116-FIND-STEP-SLOT
               UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-FOUND.
           IF NOT WS-ST-FOUND AND WS-ST-COUNT < 40
               ADD 1 TO WS-ST-COUNT
               MOVE WS-ST-COUNT TO WS-ST-IDX
               MOVE RC-STEP TO ST-STEP(WS-ST-IDX)
      *    only way its verdict can reach this page.  return code 4
      *    is archive drift, anything else nonzero means the check
      *    itself could not run.
           CALL "SYSTEM" USING "$BIER_HOME/bier-catverify".
      *    CALL "SYSTEM" hands back the raw wait status - the
      *    child's exit code rides in the high byte, so a catverify
      *    RC 4 arrives as 1024 and must be divided back down
       0600-CHECK-ROLL-CALL.
      *    run it right here so the page is as fresh as the coffee -
      *    return code 4 means someone due in hasn't appeared
           CALL "SYSTEM" USING "$BIER_HOME/roll-call".
      *    same wait-status shift as 0550 - the exit code rides in
      *    the high byte of what SYSTEM hands back
           COMPUTE WS-ROLLCALL-RC = RETURN-CODE / 256.
                           UPON TERM
                   ADD 1 TO WS-ATTENTION-COUNT
           END-EVALUATE.
       0700-CHECK-PERIOD-CLOSE.
      *    a reopened period is a month that can move under finance's
      *    feet - it stays on this page until it is closed again
           OPEN INPUT CLOSE-REGISTER.
           IF CLS-STAT NOT = "00"
               DISPLAY "CLOSE:      OK - NO BIER.CLS (NO PERIOD "
                       "CLOSED YET)" UPON TERM
           ELSE
               PERFORM 0710-READ-CLOSE-LINE
                   UNTIL CLS-STAT = "10"
               CLOSE CLOSE-REGISTER
               MOVE 1 TO WS-CP-IDX
               PERFORM 0730-SHOW-REOPENED-PERIOD
                   UNTIL WS-CP-IDX > WS-CP-COUNT
               IF WS-REOPENED-COUNT = 0
                   DISPLAY "CLOSE:      OK - NO PERIOD STANDS "
                           "REOPENED" UPON TERM
               ELSE
                   DISPLAY "CLOSE:      ATTENTION - "
                           WS-REOPENED-COUNT " PERIOD(S) REOPENED, "
                           "RE-CLOSE WITH BIER-CLOSE CLOSE" UPON TERM
                   ADD 1 TO WS-ATTENTION-COUNT
               END-IF
           END-IF.
       0710-READ-CLOSE-LINE.
           READ CLOSE-REGISTER
               AT END
                   MOVE "10" TO CLS-STAT
               NOT AT END
                   MOVE SPACES TO CLOSE-LINE-FIELDS
                   UNSTRING CLOSE-REGISTER-LINE DELIMITED BY ALL SPACE
                       INTO CR-PERIOD CR-STATE CR-TIMESTAMP
                           CR-OPERATOR
                   IF CR-PERIOD IS NUMERIC
                       PERFORM 0720-NOTE-CLOSE-LINE
                   END-IF
           END-READ.
       0720-NOTE-CLOSE-LINE.
           MOVE "N" TO WS-CP-FOUND-SW.
           MOVE 1 TO WS-CP-IDX.
           PERFORM 0725-FIND-CLOSE-PERIOD
               UNTIL WS-CP-IDX > WS-CP-COUNT OR WS-CP-FOUND.
           IF NOT WS-CP-FOUND AND WS-CP-COUNT < 240
               ADD 1 TO WS-CP-COUNT
               MOVE WS-CP-COUNT TO WS-CP-IDX
               MOVE CR-PERIOD TO CP-PERIOD(WS-CP-IDX)
           END-IF.
           IF WS-CP-IDX <= WS-CP-COUNT
               MOVE CR-STATE TO CP-STATE(WS-CP-IDX)
               MOVE CR-OPERATOR TO CP-OPERATOR(WS-CP-IDX)
           END-IF.
       0725-FIND-CLOSE-PERIOD.
           IF CP-PERIOD(WS-CP-IDX) = CR-PERIOD
               MOVE "Y" TO WS-CP-FOUND-SW
           ELSE
               ADD 1 TO WS-CP-IDX
           END-IF.
       0730-SHOW-REOPENED-PERIOD.
           IF CP-STATE(WS-CP-IDX) = "R"
               ADD 1 TO WS-REOPENED-COUNT
               DISPLAY "            PERIOD " CP-PERIOD(WS-CP-IDX)
                       " REOPENED BY " TRIM(CP-OPERATOR(WS-CP-IDX))
                       UPON TERM
           END-IF.
           ADD 1 TO WS-CP-IDX.
       0800-CHECK-HANDOVER.
      *    an item the outgoing shift wrote down and nobody coming in
      *    has read is exactly the whiteboard note that got wiped
           OPEN INPUT HANDOVER-FILE.
           IF HAND-STAT = "00"
               PERFORM 0810-READ-HANDOVER-LINE
                   UNTIL HAND-STAT = "10"
               CLOSE HANDOVER-FILE
           END-IF.
           IF WS-HI-COUNT = 0
               DISPLAY "HANDOVER:   OK - NO UNACKNOWLEDGED HANDOVER "
                       "ITEMS" UPON TERM
           ELSE
               DISPLAY "HANDOVER:   ATTENTION - " WS-HI-COUNT
                       " ITEM(S) NOBODY HAS ACKNOWLEDGED, SEE "
                       "HANDOVER REPORT" UPON TERM
               ADD 1 TO WS-ATTENTION-COUNT
           END-IF.
       0810-READ-HANDOVER-LINE.
           READ HANDOVER-FILE
               AT END
                   MOVE "10" TO HAND-STAT
               NOT AT END
                   IF HO-ITEM IS NUMERIC
                       PERFORM 0820-NOTE-HANDOVER-EVENT
                   END-IF
           END-READ.
       0820-NOTE-HANDOVER-EVENT.
           IF HO-RAISED
               IF WS-HI-COUNT < 500
                   ADD 1 TO WS-HI-COUNT
                   MOVE HO-ITEM TO HI-ITEM(WS-HI-COUNT)
               END-IF
           ELSE
               MOVE "N" TO WS-HI-FOUND-SW
               MOVE 1 TO WS-HI-IDX
               PERFORM 0825-FIND-HANDOVER-ITEM
                   UNTIL WS-HI-IDX > WS-HI-COUNT OR WS-HI-FOUND
      *        acknowledged or closed, the item is settled - the
      *        last slot moves into its place
               IF WS-HI-FOUND
                   MOVE HI-ITEM(WS-HI-COUNT) TO HI-ITEM(WS-HI-IDX)
                   SUBTRACT 1 FROM WS-HI-COUNT
               END-IF
           END-IF.
       0825-FIND-HANDOVER-ITEM.
           IF HI-ITEM(WS-HI-IDX) = HO-ITEM
               MOVE "Y" TO WS-HI-FOUND-SW
           ELSE
               ADD 1 TO WS-HI-IDX
           END-IF.
       9999-EXIT.
           STOP RUN.
