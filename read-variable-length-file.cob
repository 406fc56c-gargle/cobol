       01  INFILEIN.
           02  PIC X OCCURS 0 TO 32768 DEPENDING ON INFILE-SIZE.
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  INFILE-STATUS                          PIC XX.
           88  INFILE-OK                          VALUE "00".
           88  INFILE-DUPLICATE                   VALUE "02".
       77  WS-FSTAT-IS-ERROR                       PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-ARGUMENTS.
           OPEN INPUT INFILE.
       0010-READ-FILE.
