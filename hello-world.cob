       IDENTIFICATION DIVISION.
       PROGRAM-ID. HELLO-WORLD.
      * cobc -x -Wall hello-world.cob handack.cob
      *                                   bierenv.cob -I copybooks
      *                                   -T hello-world.lst -Xref
      *
      * used as the morning terminal-connectivity check, so a blank
      * ACCEPT (an operator hitting Enter too fast) gets a few retries
      * from (HELLO_TERMINAL in the environment, set by each
      * terminal's profile; UNKNOWN when unset) at a fixed column so
      * ROLL-CALL can say where an unexpected name appeared.
      * once checked in, the operator is shown the open shift
      * handover items their shift has not yet acknowledged (HANDACK)
      * and must answer each one; any left unacknowledged ends the
      * check with status 4 - the check-in itself is still logged.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
       FD  AUDIT-FILE.
       01  AUDIT-LINE                             PIC X(96).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-NAME                                PIC X(64).            here we store our name
       77  WS-TERMINAL                            PIC X(12).            which terminal this is
       77  WS-RETRY-COUNT                          PIC 9(01) VALUE 0.
       01  WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-DATE                    PIC 9(08).
           03  WS-CURRENT-TIME                    PIC 9(08).
       COPY "handack.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
      *    an operator who hits Enter before typing a name gets a
      *    couple more tries instead of an immediate abend
           DISPLAY "WHAT'S YOUR NAME : " WITH NO ADVANCING.
           END-IF.
           DISPLAY "HELLO " TRIM(WS-NAME) "!".
           PERFORM 0100-WRITE-AUDIT-RECORD.
           PERFORM 0200-ACKNOWLEDGE-HANDOVER.
           IF HND-LEFT > 0
               GO TO 9999-HANDOVER-OPEN
           END-IF.
       9999-EXIT.
           STOP RUN WITH ERROR STATUS 0.
       9999-ABNORMAL-END.
           DISPLAY "NO NAME ENTERED AFTER " WS-MAX-RETRIES
                   " RETRIES, ABORTING.".
           STOP RUN WITH ERROR STATUS 255.
       9999-HANDOVER-OPEN.
           DISPLAY HND-LEFT " HANDOVER ITEM(S) LEFT UNACKNOWLEDGED - "
                   "SEE HANDOVER REPORT".
           STOP RUN WITH ERROR STATUS 4.
       0100-WRITE-AUDIT-RECORD.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO WS-TERMINAL.
           END-IF.
           WRITE AUDIT-LINE.
           CLOSE AUDIT-FILE.
       0200-ACKNOWLEDGE-HANDOVER.
           MOVE "A" TO HND-ACTION.
           MOVE WS-NAME TO HND-OPERATOR.
           CALL "HANDACK" USING HANDOVER-ACK-AREA.
