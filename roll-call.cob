       IDENTIFICATION DIVISION.
       PROGRAM-ID. ROLL-CALL.
      * cobc -x -Wall roll-call.cob fstatmsg.cob
      *               bierenv.cob -I copybooks -T roll-call.lst
      *
      * morning roll-call built on the HELLO.LOG audit trail that
      * HELLO-WORLD writes on every successful connectivity check.
       FD  SHIFT-FILE.
       01  SHIFT-LINE                             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  ROSTER-TABLE.
           03  ROSTER-ENTRY OCCURS 40 TIMES.
               05  RO-NAME                        PIC X(64).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           PERFORM 0010-LOAD-ROSTER.
           PERFORM 0025-LOAD-SHIFTS.
