       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-MONITOR.
      * cobc -x -Wall ops-monitor.cob bierntfy.cob
      *                    bierenv.cob -I copybooks
      *                    -T ops-monitor.lst
      *
      * usage: ops-monitor [window-days [rotate-days]]
      *   the pattern-spotter OPS-REPORT never was.  OPS-REPORT
      * (rewritten each run) where the morning shift actually looks.
      * lines older than rotate-days (default 90) are moved off to
      * OPS.JRNL.OLD on the way through, so the journal stops
      * growing forever.  exits 4 when anything was flagged.  every
      * flagged group is also mailed to the supervisors on BIER.USR
      * through BIERNTFY (notice type ESCALATE), so it reaches
      * someone even on a morning nobody opens OPS.ESCAL.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FD  ESCALATION-FILE.
       01  ESCALATION-LINE                        PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  JOURNAL-LINE-FIELDS.
           03  JL-DATE                            PIC X(08).
           03  JL-TIME                            PIC X(06).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-FLAGGED-COUNT                       PIC 9(03) VALUE 0.
       COPY "biernot.cpy".
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                              PIC X(18).
       77  ESC-STAT                                PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-ARGUMENTS.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           COMPUTE WS-TODAY-DAYS =
                           " ENTRIES)" DELIMITED BY SIZE
                       INTO ESCALATION-LINE
                   PERFORM 0390-SAY-AND-WRITE
                   PERFORM 0395-MAIL-ESCALATION
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN FG-TODAY-COUNT(WS-FG-IDX) > 0
                       AND FG-TODAY-COUNT(WS-FG-IDX)
                           "WINDOW" DELIMITED BY SIZE
                       INTO ESCALATION-LINE
                   PERFORM 0390-SAY-AND-WRITE
                   PERFORM 0395-MAIL-ESCALATION
                   ADD 1 TO WS-FLAGGED-COUNT
               WHEN OTHER
                   CONTINUE
       0390-SAY-AND-WRITE.
           DISPLAY TRIM(ESCALATION-LINE TRAILING) UPON TERM.
           WRITE ESCALATION-LINE.
       0395-MAIL-ESCALATION.
           INITIALIZE BIER-NOTIFY-AREA.
           MOVE "*SUPV" TO NTF-USER-ID.
           MOVE "ESCALATE" TO NTF-TYPE.
           MOVE "OPSMON" TO NTF-PROGRAM.
           STRING "OPERATIONS ESCALATION " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   ": " DELIMITED BY SIZE
                   FG-PROGRAM(WS-FG-IDX) DELIMITED BY SIZE
               INTO NTF-SUBJECT.
           MOVE ESCALATION-LINE TO NTF-BODY.
           CALL "BIERNTFY" USING BIER-NOTIFY-AREA.
       9999-EXIT.
           STOP RUN.
