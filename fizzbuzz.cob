       FD  FIZZBUZZ-FILE.
       01  FIZZBUZZ-FILE-LINE                      PIC X(08).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  COUNTER                                PIC 9(04).
       77  QUOTIENT                               PIC 9(03).
       77  REST3                                  PIC 9(03).
           88  WS-WRITE-TO-FILE-YES                VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-ARGUMENTS.
           IF WS-WRITE-TO-FILE-YES
               OPEN OUTPUT FIZZBUZZ-FILE
