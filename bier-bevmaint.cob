       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-BEVMAINT.
      * cobc -x -Wall bier-bevmaint.cob fstatmsg.cob opsjrnl.cob
      *                      bierauth.cob bierenv.cob -I copybooks
      *                      bierpin.cob bierhash.cob
      *                      -T bier-bevmaint.lst
      *
      * usage: bier-bevmaint LIST
      *        bier-bevmaint ADD code description abv volume-ml units
      * after that day, suggesting the optional successor code.
      * the old add-or-delete model couldn't say "this used to
      * exist"; now the catalog can.
      *   ADD and RETIRE are granted through BIER.AUTH (BIERAUTH);
      * LIST is open to everyone.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FD  PRICE-HISTORY.
       01  PRICE-HISTORY-LINE                     PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  BEV-STAT                                PIC X(02).
       77  PRCH-STAT                               PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-ABV-OUT                             PIC Z9.9.
       77  WS-UNITS-OUT                           PIC 9.99.
       77  WS-PRICE-OUT                           PIC ZZ9.99.
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-BEVMAINT".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF WS-RUN-MODE = "ADD" OR WS-RUN-MODE = "RETIRE"
               PERFORM 0002-CHECK-AUTHORITY
           END-IF.
           PERFORM 0010-OPEN-FILE.
           EVALUATE WS-RUN-MODE
               WHEN "LIST"
           END-EVALUATE.
           CLOSE BIER-BEVERAGE.
           GO TO 9999-EXIT.
       0002-CHECK-AUTHORITY.
      *    the role table on BIER.AUTH (see BIERAUTH)
           MOVE WS-RUN-MODE TO WS-AUTH-ACTION.
           CALL "BIERAUTH" USING WS-AUTH-PROGRAM WS-AUTH-ACTION
                                 WS-AUTH-SW.
           IF NOT WS-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-RUN-MODE WS-ARG-CODE WS-ARG-DESC
               WS-ARG-ABV WS-ARG-VOLUME WS-ARG-UNITS WS-ARG-PRICE.
