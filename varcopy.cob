       IDENTIFICATION DIVISION.
       PROGRAM-ID. VARCOPY.
      * cobc -x -Wall varcopy.cob fstatmsg.cob opsjrnl.cob
      *                                        bierenv.cob -I copybooks
      *                                        -T varcopy.lst
      *
      * reads each variable-length DD_INFILE record and rewrites it to
       FD  RULES-FILE.
       01  RULE-LINE                              PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  INFILE-STATUS                          PIC XX.
           88  INFILE-OK                          VALUE "00".
           88  INFILE-EOF                         VALUE "10".
       77  WS-OPS-RETURN-CODE                     PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-LOAD-RULES.
           OPEN INPUT INFILE.
           IF NOT INFILE-OK
