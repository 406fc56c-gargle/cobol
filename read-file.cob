       IDENTIFICATION DIVISION.
       PROGRAM-ID. READ-FILE.
      * cobc -x -Wall read-file.cob
      *               bierenv.cob -I copybooks -T read-file.lst
      *
      * usage: read-file [layout] [filter] [field]
      *   layout defaults to STANDARD (80); NARROW/STANDARD/WIDE/
       FD  LAYOUT-DEFS.
       01  DEF-LINE                               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  WS-KNOWN-LAYOUTS.
           03  FILLER                             PIC X(16)
                   VALUE "NARROW  00064   ".
       77  DEF-STAT                                PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-ARGUMENTS.
           PERFORM 0009-LOAD-LAYOUT-DEFS.
           PERFORM 0006-LOOKUP-LAYOUT.
