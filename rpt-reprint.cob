       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPT-REPRINT.
      * cobc -x -Wall rpt-reprint.cob
      *               bierenv.cob -I copybooks -T rpt-reprint.lst
      *
      * usage: rpt-reprint LIST
      *        rpt-reprint SHOW program yyyymmdd
       FD  SPOOL-MEMBER.
       01  SPOOL-MEMBER-LINE                      PIC X(100).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  INDEX-LINE-FIELDS.
           03  IX-PROGRAM                         PIC X(12).
           03  IX-DATE                            PIC X(08).
       77  MEM-STAT                                PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           EVALUATE WS-RUN-MODE
               WHEN "LIST"
