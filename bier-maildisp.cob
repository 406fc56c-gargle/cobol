       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-MAILDISP.
      * cobc -x -Wall bier-maildisp.cob bierenv.cob -I copybooks
      *                    -T bier-maildisp.lst
      *
      * usage: bier-maildisp
      *   the nightly dispatch step for the BIER.MAIL outbound spool
      * BIERNTFY fills.  the spool is first moved aside to
      * BIER.MAIL.WRK, so notices queued while the step runs land on
      * a fresh BIER.MAIL for tomorrow instead of being lost, then
      * every message is written as its own file into the MAILOUT
      * directory the mail relay picks up from - "To:", "Subject:"
      * and the body, named <dispatch-timestamp>-<nnnnn>.MSG - and
      * logged to MAIL.LOG ("dispatch-ts queued-ts type user
      * address").  a message that cannot be written goes back on
      * BIER.MAIL for the next night and the step exits 4.  a
      * BIER.MAIL.WRK left behind by a run that died is dispatched
      * before anything new, so nothing queued is ever dropped.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MAIL-WORK ASSIGN TO "BIER.MAIL.WRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WRK-STAT.
           SELECT MAIL-SPOOL ASSIGN TO "BIER.MAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-STAT.
           SELECT MAIL-LOG ASSIGN TO "MAIL.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MLOG-STAT.
      * DD_MAILMSG is pointed at each outgoing message file in turn,
      * the external-name convention BIER-INTAKE uses for receipts
           SELECT MAIL-MESSAGE ASSIGN TO "DD_MAILMSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  MAIL-WORK.
       01  MAIL-WORK-LINE                         PIC X(318).
       FD  MAIL-SPOOL.
       COPY "biermail.cpy".
       FD  MAIL-LOG.
       01  MAIL-LOG-LINE                          PIC X(120).
       FD  MAIL-MESSAGE.
       01  MAIL-MESSAGE-LINE                      PIC X(170).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WRK-STAT                                PIC X(02).
       77  MAIL-STAT                               PIC X(02).
       77  MLOG-STAT                               PIC X(02).
       77  MSG-STAT                                PIC X(02).
       77  WS-MESSAGE-SEQ                         PIC 9(05) VALUE 0.
       77  WS-SENT-COUNT                          PIC 9(05) VALUE 0.
       77  WS-HELD-COUNT                          PIC 9(05) VALUE 0.
       77  WS-MESSAGE-NAME                        PIC X(40).
       01  WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-TIMESTAMP               PIC 9(14).
           03  FILLER                              PIC X(07).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           CALL "SYSTEM" USING "mkdir -p MAILOUT".
           OPEN INPUT MAIL-WORK.
           IF WRK-STAT = "00"
               CLOSE MAIL-WORK
               DISPLAY "BIER.MAIL.WRK LEFT BY AN EARLIER RUN - "
                       "DISPATCHING IT FIRST" UPON TERM
           ELSE
               CALL "SYSTEM" USING
                   "mv BIER.MAIL BIER.MAIL.WRK 2>/dev/null"
           END-IF.
           OPEN INPUT MAIL-WORK.
           IF WRK-STAT NOT = "00"
               DISPLAY "BIER.MAIL IS EMPTY - NOTHING TO DISPATCH"
                   UPON TERM
               GO TO 9999-EXIT
           END-IF.
           OPEN EXTEND MAIL-LOG.
           IF MLOG-STAT = "35"
               CLOSE MAIL-LOG
               OPEN OUTPUT MAIL-LOG
           END-IF.
           PERFORM 0100-DISPATCH-ONE-MESSAGE
               UNTIL WRK-STAT = "10".
           CLOSE MAIL-WORK.
           CLOSE MAIL-LOG.
      *    only once every message is either in MAILOUT or back on
      *    the spool is the work copy removed
           CALL "SYSTEM" USING "rm -f BIER.MAIL.WRK".
           DISPLAY WS-SENT-COUNT " MESSAGE(S) HANDED TO THE MAIL "
                   "RELAY IN MAILOUT" UPON TERM.
           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT " MESSAGE(S) KEPT ON BIER.MAIL "
                       "FOR THE NEXT RUN" UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.
       0100-DISPATCH-ONE-MESSAGE.
           READ MAIL-WORK
               AT END
                   MOVE "10" TO WRK-STAT
               NOT AT END
                   IF MAIL-WORK-LINE NOT = SPACES
                       MOVE MAIL-WORK-LINE TO BIER-MAIL-RECORD
                       PERFORM 0110-WRITE-MESSAGE-FILE
                   END-IF
           END-READ.
       0110-WRITE-MESSAGE-FILE.
           ADD 1 TO WS-MESSAGE-SEQ.
           MOVE SPACES TO WS-MESSAGE-NAME.
           STRING "MAILOUT/" DELIMITED BY SIZE
                   WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
                   "-" DELIMITED BY SIZE
                   WS-MESSAGE-SEQ DELIMITED BY SIZE
                   ".MSG" DELIMITED BY SIZE
               INTO WS-MESSAGE-NAME.
           DISPLAY "DD_MAILMSG" UPON ENVIRONMENT-NAME.
           DISPLAY WS-MESSAGE-NAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT MAIL-MESSAGE.
           IF MSG-STAT NOT = "00"
               DISPLAY "MESSAGE FOR " TRIM(MAIL-USER-ID)
                       " COULD NOT BE WRITTEN (STATUS " MSG-STAT
                       ") - KEPT FOR THE NEXT RUN" UPON TERM
               PERFORM 0130-HOLD-MESSAGE
           ELSE
               MOVE SPACES TO MAIL-MESSAGE-LINE
               STRING "To: " DELIMITED BY SIZE
                       TRIM(MAIL-ADDRESS) DELIMITED BY SIZE
                   INTO MAIL-MESSAGE-LINE
               WRITE MAIL-MESSAGE-LINE
               MOVE SPACES TO MAIL-MESSAGE-LINE
               STRING "Subject: " DELIMITED BY SIZE
                       TRIM(MAIL-SUBJECT) DELIMITED BY SIZE
                   INTO MAIL-MESSAGE-LINE
               WRITE MAIL-MESSAGE-LINE
               MOVE SPACES TO MAIL-MESSAGE-LINE
               WRITE MAIL-MESSAGE-LINE
               MOVE MAIL-BODY TO MAIL-MESSAGE-LINE
               WRITE MAIL-MESSAGE-LINE
               CLOSE MAIL-MESSAGE
               PERFORM 0120-LOG-DISPATCH
           END-IF.
       0120-LOG-DISPATCH.
           MOVE SPACES TO MAIL-LOG-LINE.
           STRING WS-CURRENT-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   MAIL-QUEUED-TS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(MAIL-TYPE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(MAIL-USER-ID) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(MAIL-ADDRESS) DELIMITED BY SIZE
               INTO MAIL-LOG-LINE.
           WRITE MAIL-LOG-LINE.
           ADD 1 TO WS-SENT-COUNT.
       0130-HOLD-MESSAGE.
           OPEN EXTEND MAIL-SPOOL.
           IF MAIL-STAT = "35"
               CLOSE MAIL-SPOOL
               OPEN OUTPUT MAIL-SPOOL
           END-IF.
           IF MAIL-STAT = "00"
               WRITE BIER-MAIL-RECORD
               CLOSE MAIL-SPOOL
           ELSE
               DISPLAY "BIER.MAIL COULD NOT BE OPENED (STATUS "
                       MAIL-STAT ") - MESSAGE FOR "
                       TRIM(MAIL-USER-ID) " LOST" UPON TERM
           END-IF.
           ADD 1 TO WS-HELD-COUNT.
       9999-EXIT.
           STOP RUN.
