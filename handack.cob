       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDACK.
      * cobc -m -Wall handack.cob -I copybooks
      * shared shift-handover acknowledgement, CALLed by HELLO-WORLD
      * at sign-on and by HANDOVER to find the operator's shift:
      *     CALL "HANDACK" USING HANDOVER-ACK-AREA
      * the operator's shift comes from HELLO.SHIFTS, matched on the
      * name exactly as ROLL-CALL matches it; no line means "--".
      * with HND-ACKNOWLEDGE every item still open on HELLO.HANDOVER
      * is put to the operator unless their shift raised it today or
      * has already acknowledged it today - one acknowledgement per
      * incoming shift, so the second operator of a crew is not asked
      * again.  the operator answers Y to acknowledge; N, or three
      * blank answers, leaves the item unacknowledged for the
      * handover report.  no HELLO.HANDOVER means nothing to hand
      * over.  like the audit line, a log that cannot be written is
      * reported and otherwise ignored - sign-on must not fail on it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SHIFT-FILE ASSIGN TO "HELLO.SHIFTS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SHIFT-STAT.
           SELECT HANDOVER-FILE ASSIGN TO "HELLO.HANDOVER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HAND-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  SHIFT-FILE.
       01  SHIFT-LINE                             PIC X(80).
       FD  HANDOVER-FILE.
       COPY "handovr.cpy".
       WORKING-STORAGE SECTION.
       77  SHIFT-STAT                              PIC X(02).
       77  HAND-STAT                               PIC X(02).
      * one row per item raised, in order; closed rows make room
       01  OPEN-ITEM-TABLE.
           03  OI-ENTRY OCCURS 500 TIMES.
               05  OI-ITEM                        PIC 9(04).
               05  OI-DATE                        PIC 9(08).
               05  OI-TIME                        PIC 9(06).
               05  OI-SHIFT                       PIC X(02).
               05  OI-OPERATOR                    PIC X(64).
               05  OI-TEXT                        PIC X(100).
               05  OI-STATE                       PIC X(01).
                   88  OI-OPEN                    VALUE "O".
                   88  OI-CLOSED                  VALUE "C".
               05  OI-SEEN-SW                     PIC X(01).
                   88  OI-SEEN                    VALUE "Y".
       77  WS-OI-COUNT                            PIC 9(03) VALUE 0.
       77  WS-OI-IDX                              PIC 9(03).
       77  WS-KEEP-IDX                            PIC 9(03).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-ANSWER                              PIC X(01).
       77  WS-RETRY-COUNT                         PIC 9(01).
       77  WS-MAX-RETRIES                         PIC 9(01) VALUE 3.
       77  WS-ANSWER-DONE-SW                      PIC X(01).
           88  WS-ANSWER-DONE                     VALUE "Y".
       01  WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-DATE                    PIC 9(08).
           03  WS-CURRENT-TIME                    PIC 9(06).
           03  FILLER                              PIC X(07).
       LINKAGE SECTION.
       COPY "handack.cpy".
       PROCEDURE DIVISION USING HANDOVER-ACK-AREA.
       0000-MAIN.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE 0 TO HND-PENDING HND-ACCEPTED HND-LEFT.
           PERFORM 0100-FIND-SHIFT.
           IF HND-SHIFT-ONLY
               GO TO 9999-EXIT
           END-IF.
           MOVE 0 TO WS-OI-COUNT.
           OPEN INPUT HANDOVER-FILE.
           IF HAND-STAT NOT = "00"
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0200-READ-HANDOVER-LINE
               UNTIL HAND-STAT = "10".
           CLOSE HANDOVER-FILE.
           MOVE 1 TO WS-OI-IDX.
           PERFORM 0300-OFFER-ONE-ITEM
               UNTIL WS-OI-IDX > WS-OI-COUNT.
           IF HND-PENDING > 0
               DISPLAY HND-ACCEPTED " OF " HND-PENDING
                       " HANDOVER ITEM(S) ACKNOWLEDGED"
           END-IF.
           GO TO 9999-EXIT.
       0100-FIND-SHIFT.
           MOVE "--" TO HND-SHIFT.
           OPEN INPUT SHIFT-FILE.
           IF SHIFT-STAT = "00"
               MOVE "N" TO WS-FOUND-SW
               PERFORM 0110-READ-SHIFT-LINE
                   UNTIL SHIFT-STAT = "10" OR WS-FOUND-YES
               CLOSE SHIFT-FILE
           END-IF.
       0110-READ-SHIFT-LINE.
           READ SHIFT-FILE
               AT END
                   MOVE "10" TO SHIFT-STAT
               NOT AT END
                   IF SHIFT-LINE NOT = SPACES
                           AND SHIFT-LINE(1:1) NOT = "*"
                           AND SHIFT-LINE(14:51) = HND-OPERATOR(1:51)
                       MOVE SHIFT-LINE(1:2) TO HND-SHIFT
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
           END-READ.
       0200-READ-HANDOVER-LINE.
           READ HANDOVER-FILE
               AT END
                   MOVE "10" TO HAND-STAT
               NOT AT END
                   IF HO-ITEM IS NUMERIC
                       PERFORM 0210-NOTE-HANDOVER-EVENT
                   END-IF
           END-READ.
       0210-NOTE-HANDOVER-EVENT.
           IF HO-RAISED
               IF WS-OI-COUNT = 500
                   PERFORM 0230-DROP-CLOSED-ITEMS
               END-IF
               IF WS-OI-COUNT < 500
                   ADD 1 TO WS-OI-COUNT
                   MOVE HO-ITEM TO OI-ITEM(WS-OI-COUNT)
                   MOVE HO-DATE TO OI-DATE(WS-OI-COUNT)
                   MOVE HO-TIME TO OI-TIME(WS-OI-COUNT)
                   MOVE HO-SHIFT TO OI-SHIFT(WS-OI-COUNT)
                   MOVE HO-OPERATOR TO OI-OPERATOR(WS-OI-COUNT)
                   MOVE HO-TEXT TO OI-TEXT(WS-OI-COUNT)
                   MOVE "O" TO OI-STATE(WS-OI-COUNT)
      *            raised by this shift today - nothing to hand over
      *            to itself
                   IF HO-SHIFT = HND-SHIFT
                           AND HO-DATE = WS-CURRENT-DATE
                       MOVE "Y" TO OI-SEEN-SW(WS-OI-COUNT)
                   ELSE
                       MOVE "N" TO OI-SEEN-SW(WS-OI-COUNT)
                   END-IF
               ELSE
                   DISPLAY "HANDOVER TABLE IS FULL AT 500 ITEMS, "
                           "IGNORING ITEM " HO-ITEM
               END-IF
           ELSE
               PERFORM 0220-FIND-OPEN-ITEM
               IF WS-FOUND-YES
                   EVALUATE TRUE
                       WHEN HO-CLOSED
                           MOVE "C" TO OI-STATE(WS-OI-IDX)
                       WHEN HO-ACKNOWLEDGED
                               AND HO-SHIFT = HND-SHIFT
                               AND HO-DATE = WS-CURRENT-DATE
                           MOVE "Y" TO OI-SEEN-SW(WS-OI-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
       0220-FIND-OPEN-ITEM.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-OI-IDX.
           PERFORM 0225-FIND-ITEM-STEP
               UNTIL WS-OI-IDX > WS-OI-COUNT OR WS-FOUND-YES.
       0225-FIND-ITEM-STEP.
           IF OI-ITEM(WS-OI-IDX) = HO-ITEM
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-OI-IDX
           END-IF.
       0230-DROP-CLOSED-ITEMS.
      *    closed items are only kept until the room is needed
           MOVE 0 TO WS-KEEP-IDX.
           MOVE 1 TO WS-OI-IDX.
           PERFORM 0235-KEEP-OPEN-ITEM
               UNTIL WS-OI-IDX > WS-OI-COUNT.
           MOVE WS-KEEP-IDX TO WS-OI-COUNT.
       0235-KEEP-OPEN-ITEM.
           IF OI-OPEN(WS-OI-IDX)
               ADD 1 TO WS-KEEP-IDX
               MOVE OI-ENTRY(WS-OI-IDX) TO OI-ENTRY(WS-KEEP-IDX)
           END-IF.
           ADD 1 TO WS-OI-IDX.
       0300-OFFER-ONE-ITEM.
           IF OI-OPEN(WS-OI-IDX) AND NOT OI-SEEN(WS-OI-IDX)
               ADD 1 TO HND-PENDING
               DISPLAY "HANDOVER ITEM " OI-ITEM(WS-OI-IDX)
                       " FROM SHIFT " OI-SHIFT(WS-OI-IDX) " ("
                       TRIM(OI-OPERATOR(WS-OI-IDX)) ", "
                       OI-DATE(WS-OI-IDX) " "
                       OI-TIME(WS-OI-IDX)(1:2) ":"
                       OI-TIME(WS-OI-IDX)(3:2) "):"
               DISPLAY "  " TRIM(OI-TEXT(WS-OI-IDX))
               MOVE 0 TO WS-RETRY-COUNT
               MOVE "N" TO WS-ANSWER-DONE-SW
               PERFORM 0310-ASK-ACKNOWLEDGE
                   UNTIL WS-ANSWER-DONE
           END-IF.
           ADD 1 TO WS-OI-IDX.
       0310-ASK-ACKNOWLEDGE.
      *    the same few tries HELLO-WORLD gives a blank name
           DISPLAY "ACKNOWLEDGE (Y/N) : " WITH NO ADVANCING.
           MOVE SPACE TO WS-ANSWER.
           ACCEPT WS-ANSWER.
           EVALUATE UPPER-CASE(WS-ANSWER)
               WHEN "Y"
                   PERFORM 0320-WRITE-ACKNOWLEDGEMENT
                   MOVE "Y" TO WS-ANSWER-DONE-SW
               WHEN "N"
                   ADD 1 TO HND-LEFT
                   MOVE "Y" TO WS-ANSWER-DONE-SW
               WHEN OTHER
                   ADD 1 TO WS-RETRY-COUNT
                   IF WS-RETRY-COUNT >= WS-MAX-RETRIES
                       DISPLAY "NO ANSWER - ITEM LEFT UNACKNOWLEDGED"
                       ADD 1 TO HND-LEFT
                       MOVE "Y" TO WS-ANSWER-DONE-SW
                   ELSE
                       DISPLAY "ANSWER Y OR N, TRY AGAIN."
                   END-IF
           END-EVALUATE.
       0320-WRITE-ACKNOWLEDGEMENT.
           MOVE SPACES TO HANDOVER-RECORD.
           MOVE "A" TO HO-EVENT.
           MOVE OI-ITEM(WS-OI-IDX) TO HO-ITEM.
           MOVE WS-CURRENT-DATE TO HO-DATE.
           MOVE WS-CURRENT-TIME TO HO-TIME.
           MOVE HND-SHIFT TO HO-SHIFT.
           MOVE HND-OPERATOR TO HO-OPERATOR.
           OPEN EXTEND HANDOVER-FILE.
           IF HAND-STAT = "00"
               WRITE HANDOVER-RECORD
               CLOSE HANDOVER-FILE
               ADD 1 TO HND-ACCEPTED
           ELSE
               DISPLAY "HELLO.HANDOVER COULD NOT BE WRITTEN (STATUS "
                       HAND-STAT ") - ITEM LEFT UNACKNOWLEDGED"
               ADD 1 TO HND-LEFT
           END-IF.
       9999-EXIT.
           GOBACK.
