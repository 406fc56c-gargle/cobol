       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECOMP.
      * cobc -x -Wall filecomp.cob fstatmsg.cob
      *               bierenv.cob -I copybooks -T filecomp.lst
      *
      * usage: filecomp old-file new-file [max-diffs]
      *   compares two line sequential files record by record - the
       FD  NEW-FILE.
       01  NEW-LINE                               PIC X(512).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-ARG-OLD-NAME                        PIC X(128).
       77  WS-ARG-NEW-NAME                        PIC X(128).
       77  WS-ARG-MAX                             PIC X(05).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-ARGUMENTS.
           PERFORM 0010-OPEN-FILES.
           PERFORM 0100-COMPARE-ONE-LINE
