       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPS-REPORT.
      * cobc -x -Wall ops-report.cob rptspool.cob
      *                                   bierenv.cob -I copybooks
      *                                   -T ops-report.lst
      *
      * usage: ops-report [yyyymmdd]
       FD  OPS-JOURNAL.
       01  OPS-JOURNAL-LINE                       PIC X(120).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  OPS-STAT                                PIC X(02).
       77  WS-ARG-DATE                            PIC X(08).
       77  WS-REPORT-DATE                         PIC 9(08).
       COPY "rptspl.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           MOVE SPACES TO WS-ARG-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
