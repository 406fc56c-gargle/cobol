       IDENTIFICATION DIVISION.
       PROGRAM-ID. HANDOVER.
      * cobc -x -Wall handover.cob handack.cob bierenv.cob -I copybooks
      *                                   -T handover.lst
      *
      * usage: handover [REPORT]
      *        handover ADD
      *        handover CLOSE nnnn
      *   the shift handover log, HELLO.HANDOVER, that replaces the
      * whiteboard: a lock broken with bier-lockfree, a feed left in
      * quarantine, a restart half done.  ADD is for the outgoing
      * operator - it asks their name as HELLO-WORLD does, finds
      * their shift on HELLO.SHIFTS (through HANDACK) and takes one
      * open item per line until a blank line.  every item stays on
      * the handover until someone resolves it with CLOSE, which asks
      * for a name and a one-line resolution.
      *   the incoming operator acknowledges open items at sign-on -
      * HELLO-WORLD calls HANDACK, which logs one acknowledgement per
      * incoming shift.
      *   REPORT lists every open item with how many shifts have
      * acknowledged it, then the items nobody has acknowledged and
      * the items carried over more than two shifts; either kind
      * makes the return code 4, so MORNING-STATUS can carry it.
      * CLOSE of an unknown item is 12, of a closed one 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HANDOVER-FILE ASSIGN TO "HELLO.HANDOVER"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HAND-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  HANDOVER-FILE.
       COPY "handovr.cpy".
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  HAND-STAT                               PIC X(02).
       77  WS-MODE                                PIC X(08).
       77  WS-ARG-ITEM                            PIC X(08).
       77  WS-CLOSE-ITEM                          PIC 9(04).
       77  WS-NAME                                PIC X(64).
       77  WS-ITEM-TEXT                           PIC X(100).
       77  WS-RETRY-COUNT                          PIC 9(01) VALUE 0.
       77  WS-MAX-RETRIES                          PIC 9(01) VALUE 3.
       77  WS-ADDING-SW                           PIC X(01).
           88  WS-ADDING                          VALUE "Y".
       77  WS-ADDED-COUNT                         PIC 9(03) VALUE 0.
       77  WS-LAST-ITEM                           PIC 9(04) VALUE 0.
      * one row per item raised, in order; closed rows make room
       01  ITEM-TABLE.
           03  IT-ENTRY OCCURS 500 TIMES.
               05  IT-ITEM                        PIC 9(04).
               05  IT-DATE                        PIC 9(08).
               05  IT-TIME                        PIC 9(06).
               05  IT-SHIFT                       PIC X(02).
               05  IT-OPERATOR                    PIC X(64).
               05  IT-TEXT                        PIC X(100).
               05  IT-ACKS                        PIC 9(03).
               05  IT-STATE                       PIC X(01).
                   88  IT-OPEN                    VALUE "O".
                   88  IT-CLOSED                  VALUE "C".
       77  WS-IT-COUNT                            PIC 9(03) VALUE 0.
       77  WS-IT-IDX                              PIC 9(03).
       77  WS-KEEP-IDX                            PIC 9(03).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-OPEN-COUNT                          PIC 9(03) VALUE 0.
       77  WS-UNACKED-COUNT                       PIC 9(03) VALUE 0.
       77  WS-CARRIED-COUNT                       PIC 9(03) VALUE 0.
       01  WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-DATE                    PIC 9(08).
           03  WS-CURRENT-TIME                    PIC 9(06).
           03  FILLER                              PIC X(07).
       COPY "handack.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0010-LOAD-HANDOVER.
           EVALUATE WS-MODE
               WHEN "ADD"
                   PERFORM 0100-ADD-ITEMS
               WHEN "CLOSE"
                   PERFORM 0200-CLOSE-ITEM
               WHEN OTHER
                   PERFORM 0300-DISPLAY-REPORT
           END-EVALUATE.
           GO TO 9999-EXIT.
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-MODE WS-ARG-ITEM.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-MODE
           END-ACCEPT.
           MOVE UPPER-CASE(WS-MODE) TO WS-MODE.
           EVALUATE WS-MODE
               WHEN SPACES
               WHEN "REPORT"
               WHEN "ADD"
                   CONTINUE
               WHEN "CLOSE"
                   DISPLAY 2 UPON ARGUMENT-NUMBER
                   ACCEPT WS-ARG-ITEM FROM ARGUMENT-VALUE
                       ON EXCEPTION
                           MOVE SPACES TO WS-ARG-ITEM
                   END-ACCEPT
                   IF WS-ARG-ITEM = SPACES
                           OR TEST-NUMVAL(WS-ARG-ITEM) NOT = 0
                       PERFORM 0008-SHOW-USAGE
                   END-IF
                   COMPUTE WS-CLOSE-ITEM = NUMVAL(WS-ARG-ITEM)
               WHEN OTHER
                   PERFORM 0008-SHOW-USAGE
           END-EVALUATE.
       0008-SHOW-USAGE.
           DISPLAY "USAGE: HANDOVER [REPORT]".
           DISPLAY "       HANDOVER ADD".
           DISPLAY "       HANDOVER CLOSE NNNN".
           MOVE 8 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0010-LOAD-HANDOVER.
      *    no HELLO.HANDOVER yet just means nothing was ever handed
      *    over - ADD creates it
           OPEN INPUT HANDOVER-FILE.
           IF HAND-STAT = "00"
               PERFORM 0020-READ-HANDOVER-LINE
                   UNTIL HAND-STAT = "10"
               CLOSE HANDOVER-FILE
           END-IF.
       0020-READ-HANDOVER-LINE.
           READ HANDOVER-FILE
               AT END
                   MOVE "10" TO HAND-STAT
               NOT AT END
                   IF HO-ITEM IS NUMERIC
                       PERFORM 0030-NOTE-HANDOVER-EVENT
                   END-IF
           END-READ.
       0030-NOTE-HANDOVER-EVENT.
           IF HO-RAISED
               IF HO-ITEM > WS-LAST-ITEM
                   MOVE HO-ITEM TO WS-LAST-ITEM
               END-IF
               IF WS-IT-COUNT = 500
                   PERFORM 0050-DROP-CLOSED-ITEMS
               END-IF
               IF WS-IT-COUNT < 500
                   ADD 1 TO WS-IT-COUNT
                   MOVE HO-ITEM TO IT-ITEM(WS-IT-COUNT)
                   MOVE HO-DATE TO IT-DATE(WS-IT-COUNT)
                   MOVE HO-TIME TO IT-TIME(WS-IT-COUNT)
                   MOVE HO-SHIFT TO IT-SHIFT(WS-IT-COUNT)
                   MOVE HO-OPERATOR TO IT-OPERATOR(WS-IT-COUNT)
                   MOVE HO-TEXT TO IT-TEXT(WS-IT-COUNT)
                   MOVE 0 TO IT-ACKS(WS-IT-COUNT)
                   MOVE "O" TO IT-STATE(WS-IT-COUNT)
               ELSE
                   DISPLAY "HANDOVER TABLE IS FULL AT 500 OPEN ITEMS, "
                           "IGNORING ITEM " HO-ITEM
               END-IF
           ELSE
               PERFORM 0040-FIND-ITEM
               IF WS-FOUND-YES
                   EVALUATE TRUE
                       WHEN HO-CLOSED
                           MOVE "C" TO IT-STATE(WS-IT-IDX)
                       WHEN HO-ACKNOWLEDGED
                           ADD 1 TO IT-ACKS(WS-IT-IDX)
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
               END-IF
           END-IF.
       0040-FIND-ITEM.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-IT-IDX.
           PERFORM 0045-FIND-ITEM-STEP
               UNTIL WS-IT-IDX > WS-IT-COUNT OR WS-FOUND-YES.
       0045-FIND-ITEM-STEP.
           IF IT-ITEM(WS-IT-IDX) = HO-ITEM
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-IT-IDX
           END-IF.
       0050-DROP-CLOSED-ITEMS.
           MOVE 0 TO WS-KEEP-IDX.
           MOVE 1 TO WS-IT-IDX.
           PERFORM 0055-KEEP-OPEN-ITEM
               UNTIL WS-IT-IDX > WS-IT-COUNT.
           MOVE WS-KEEP-IDX TO WS-IT-COUNT.
       0055-KEEP-OPEN-ITEM.
           IF IT-OPEN(WS-IT-IDX)
               ADD 1 TO WS-KEEP-IDX
               MOVE IT-ENTRY(WS-IT-IDX) TO IT-ENTRY(WS-KEEP-IDX)
           END-IF.
           ADD 1 TO WS-IT-IDX.
       0060-ASK-NAME.
      *    the same few tries HELLO-WORLD gives a blank name
           DISPLAY "WHAT'S YOUR NAME : " WITH NO ADVANCING.
           MOVE SPACES TO WS-NAME.
           ACCEPT WS-NAME.
           IF WS-NAME = SPACES
               ADD 1 TO WS-RETRY-COUNT
               IF WS-RETRY-COUNT > WS-MAX-RETRIES
                   DISPLAY "NO NAME ENTERED AFTER " WS-MAX-RETRIES
                           " RETRIES, ABORTING."
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               DISPLAY "NAME CANNOT BE BLANK, TRY AGAIN."
           END-IF.
       0070-WRITE-EVENT.
           MOVE WS-CURRENT-DATE TO HO-DATE.
           MOVE WS-CURRENT-TIME TO HO-TIME.
           MOVE HND-SHIFT TO HO-SHIFT.
           MOVE WS-NAME TO HO-OPERATOR.
           OPEN EXTEND HANDOVER-FILE.
           IF HAND-STAT = "35"
               OPEN OUTPUT HANDOVER-FILE
           END-IF.
           IF HAND-STAT NOT = "00"
               DISPLAY "HELLO.HANDOVER COULD NOT BE OPENED (STATUS "
                       HAND-STAT ")"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           WRITE HANDOVER-RECORD.
           CLOSE HANDOVER-FILE.
       0100-ADD-ITEMS.
           MOVE SPACES TO WS-NAME.
           PERFORM 0060-ASK-NAME
               UNTIL WS-NAME NOT = SPACES.
           MOVE "S" TO HND-ACTION.
           MOVE WS-NAME TO HND-OPERATOR.
           CALL "HANDACK" USING HANDOVER-ACK-AREA.
           DISPLAY "HANDOVER FROM SHIFT " HND-SHIFT " - ONE OPEN ITEM "
                   "PER LINE, A BLANK LINE TO FINISH".
           MOVE "Y" TO WS-ADDING-SW.
           PERFORM 0110-ADD-ONE-ITEM
               UNTIL NOT WS-ADDING.
           DISPLAY WS-ADDED-COUNT " ITEM(S) HANDED OVER".
       0110-ADD-ONE-ITEM.
           DISPLAY "OPEN ITEM : " WITH NO ADVANCING.
           MOVE SPACES TO WS-ITEM-TEXT.
           ACCEPT WS-ITEM-TEXT.
           IF WS-ITEM-TEXT = SPACES
               MOVE "N" TO WS-ADDING-SW
           ELSE
               ADD 1 TO WS-LAST-ITEM
               MOVE SPACES TO HANDOVER-RECORD
               MOVE "R" TO HO-EVENT
               MOVE WS-LAST-ITEM TO HO-ITEM
               MOVE WS-ITEM-TEXT TO HO-TEXT
               PERFORM 0070-WRITE-EVENT
               ADD 1 TO WS-ADDED-COUNT
               DISPLAY "  RECORDED AS ITEM " WS-LAST-ITEM
           END-IF.
       0200-CLOSE-ITEM.
           MOVE WS-CLOSE-ITEM TO HO-ITEM.
           PERFORM 0040-FIND-ITEM.
           IF NOT WS-FOUND-YES
               DISPLAY "NO HANDOVER ITEM " WS-CLOSE-ITEM
               MOVE 12 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF IT-CLOSED(WS-IT-IDX)
               DISPLAY "HANDOVER ITEM " WS-CLOSE-ITEM
                       " IS ALREADY CLOSED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           DISPLAY "ITEM " IT-ITEM(WS-IT-IDX) ": "
                   TRIM(IT-TEXT(WS-IT-IDX)).
           MOVE SPACES TO WS-NAME.
           PERFORM 0060-ASK-NAME
               UNTIL WS-NAME NOT = SPACES.
           MOVE "S" TO HND-ACTION.
           MOVE WS-NAME TO HND-OPERATOR.
           CALL "HANDACK" USING HANDOVER-ACK-AREA.
           DISPLAY "RESOLUTION : " WITH NO ADVANCING.
           MOVE SPACES TO WS-ITEM-TEXT.
           ACCEPT WS-ITEM-TEXT.
           MOVE SPACES TO HANDOVER-RECORD.
           MOVE "C" TO HO-EVENT.
           MOVE WS-CLOSE-ITEM TO HO-ITEM.
           MOVE WS-ITEM-TEXT TO HO-TEXT.
           PERFORM 0070-WRITE-EVENT.
           DISPLAY "HANDOVER ITEM " WS-CLOSE-ITEM " CLOSED".
       0300-DISPLAY-REPORT.
           DISPLAY "SHIFT HANDOVER FOR " WS-CURRENT-DATE " AS OF "
                   WS-CURRENT-TIME(1:2) ":" WS-CURRENT-TIME(3:2).
           DISPLAY "----------------------------------------".
           MOVE 1 TO WS-IT-IDX.
           PERFORM 0310-DISPLAY-OPEN-ITEM
               UNTIL WS-IT-IDX > WS-IT-COUNT.
           IF WS-OPEN-COUNT = 0
               DISPLAY "NO OPEN HANDOVER ITEMS."
           END-IF.
           DISPLAY "----------------------------------------".
           DISPLAY "NOT ACKNOWLEDGED BY ANY SHIFT:".
           MOVE 1 TO WS-IT-IDX.
           PERFORM 0320-DISPLAY-UNACKNOWLEDGED
               UNTIL WS-IT-IDX > WS-IT-COUNT.
           IF WS-UNACKED-COUNT = 0
               DISPLAY "  NONE"
           END-IF.
           DISPLAY "CARRIED OVER MORE THAN TWO SHIFTS:".
           MOVE 1 TO WS-IT-IDX.
           PERFORM 0330-DISPLAY-CARRIED
               UNTIL WS-IT-IDX > WS-IT-COUNT.
           IF WS-CARRIED-COUNT = 0
               DISPLAY "  NONE"
           END-IF.
           DISPLAY "----------------------------------------".
           IF WS-UNACKED-COUNT > 0 OR WS-CARRIED-COUNT > 0
               DISPLAY WS-UNACKED-COUNT " ITEM(S) UNACKNOWLEDGED, "
                       WS-CARRIED-COUNT " CARRIED OVER MORE THAN "
                       "TWO SHIFTS."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY WS-OPEN-COUNT " OPEN ITEM(S), ALL "
                       "ACKNOWLEDGED."
           END-IF.
       0310-DISPLAY-OPEN-ITEM.
           IF IT-OPEN(WS-IT-IDX)
               ADD 1 TO WS-OPEN-COUNT
               DISPLAY IT-ITEM(WS-IT-IDX) " " IT-DATE(WS-IT-IDX) " "
                       IT-TIME(WS-IT-IDX)(1:2) ":"
                       IT-TIME(WS-IT-IDX)(3:2)
                       " SHIFT " IT-SHIFT(WS-IT-IDX) " "
                       TRIM(IT-OPERATOR(WS-IT-IDX))
                       " - ACKNOWLEDGED BY " IT-ACKS(WS-IT-IDX)
                       " SHIFT(S)"
               DISPLAY "     " TRIM(IT-TEXT(WS-IT-IDX))
           END-IF.
           ADD 1 TO WS-IT-IDX.
       0320-DISPLAY-UNACKNOWLEDGED.
           IF IT-OPEN(WS-IT-IDX) AND IT-ACKS(WS-IT-IDX) = 0
               ADD 1 TO WS-UNACKED-COUNT
               DISPLAY "  " IT-ITEM(WS-IT-IDX) " FROM SHIFT "
                       IT-SHIFT(WS-IT-IDX) " ON " IT-DATE(WS-IT-IDX)
           END-IF.
           ADD 1 TO WS-IT-IDX.
       0330-DISPLAY-CARRIED.
           IF IT-OPEN(WS-IT-IDX) AND IT-ACKS(WS-IT-IDX) > 2
               ADD 1 TO WS-CARRIED-COUNT
               DISPLAY "  " IT-ITEM(WS-IT-IDX) " FROM SHIFT "
                       IT-SHIFT(WS-IT-IDX) " ON " IT-DATE(WS-IT-IDX)
                       " - CARRIED " IT-ACKS(WS-IT-IDX) " SHIFTS"
           END-IF.
           ADD 1 TO WS-IT-IDX.
       9999-EXIT.
           STOP RUN.
