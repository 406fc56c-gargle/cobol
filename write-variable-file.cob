       01  OUTFILE-RECORD.
           02  PIC X OCCURS 0 TO 32768 DEPENDING ON OUTFILE-SIZE.
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  OUTFILE-STATUS                         PIC XX.
           88  OUTFILE-OK                         VALUE "00".
           88  OUTFILE-EOF                        VALUE "10".
       77  WS-FSTAT-IS-ERROR                       PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           OPEN OUTPUT OUTFILE.

      * OUTFILE-SIZE is derived from the trimmed source data below, so
