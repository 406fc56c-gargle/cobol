       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-SETTLE.
      * cobc -x -Wall bier-settle.cob
      *               bierenv.cob -I copybooks -T bier-settle.lst
      *
      * rolls up BIER.RND by buyer/recipient pair so shared tabs can
      * be settled instead of tracked on paper.  the two directions of
       FD  EVENT-FILE.
       01  EVENT-LINE                             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  EVENT-LINE-FIELDS.
           03  EV-ID                              PIC X(08).
           03  EV-START                           PIC X(14).
       77  WS-OPEN-PAIRS                          PIC 9(03) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0010-LOAD-EVENT-WINDOWS.
           OPEN INPUT BIER-ROUND.
           IF RND-STAT NOT = "00"
