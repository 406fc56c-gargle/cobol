       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERMSG.
      * cobc -m -Wall biermsg.cob -I copybooks
      * shared message-catalog lookup, CALLed by BIER for its console
      * messages and by BIER-STATEMENT, BIER-REMIND and
      * BIER-ALERTDIGEST for the pages and notices they write, so the
      * Dutch and the French readers each get their own text:
      *     CALL "BIERMSG" USING BIER-MESSAGE-AREA
      * the texts come from the BIER.MSG catalog, maintained by hand
      * as one line per message and language (a leading * makes a
      * comment line):
      *     nnnn LL text
      *     1020 NL JE HAD VANDAAG AL EEN BIER OM &1
      *     1020 FR TU AS DEJA BU UNE BIERE AUJOURD'HUI A &1
      * &1 to &6 stand for the caller's BMSG-ARG values, in whatever
      * order the language wants them.  message numbers are grouped
      * by program - 1000s BIER, 2000s BIER-STATEMENT, 3000s
      * BIER-REMIND, 4000s BIER-ALERTDIGEST - and each program
      * carries its own English text, so an EN line is only needed
      * to reword one.  the language is the recipient's BUSR-LANGUAGE
      * on BIER.USR; no recipient, no registry or no language on it
      * means BIER_LANG, and no BIER_LANG means English.  a number
      * with no line in that language falls back to the catalog's EN
      * line, then to the caller's own text.  the catalog is loaded
      * on the first call and held for the rest of the run, the way
      * BIERCAL holds BIER.CAL; no BIER.MSG simply means English.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MESSAGE-CATALOG ASSIGN TO "BIER.MSG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MSG-STAT.
           SELECT BIER-REGISTRY ASSIGN TO "BIER.USR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS USR-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  MESSAGE-CATALOG.
       01  CATALOG-LINE                           PIC X(170).
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       WORKING-STORAGE SECTION.
       01  MESSAGE-TABLE.
           03  MESSAGE-ENTRY OCCURS 600 TIMES.
               05  ME-NUMBER                      PIC 9(04).
               05  ME-LANGUAGE                    PIC X(02).
               05  ME-TEXT                        PIC X(160).
       77  WS-MESSAGE-COUNT                       PIC 9(03) VALUE 0.
       77  WS-MESSAGE-IDX                         PIC 9(03).
       77  WS-LOADED-SW                           PIC X(01) VALUE "N".
           88  WS-CATALOG-LOADED                  VALUE "Y".
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  MSG-STAT                               PIC X(02).
       77  USR-STAT                               PIC X(02).
       77  WS-USR-WARNED-SW                       PIC X(01) VALUE "N".
           88  WS-USR-WARNED                      VALUE "Y".
       01  CATALOG-LINE-TOKENS.
           03  CL-NUMBER                          PIC X(04).
           03  CL-LANGUAGE                        PIC X(02).
      * the last recipient looked up, so a statement run or a digest
      * reads BIER.USR once per person rather than once per line
       77  WS-RUN-LANGUAGE                        PIC X(02).
       77  WS-LAST-USER-ID                        PIC X(08)
                                                  VALUE SPACES.
       77  WS-LAST-LANGUAGE                       PIC X(02).
       77  WS-WANTED-LANGUAGE                     PIC X(02).
       77  WS-WANTED-NUMBER                       PIC 9(04).
       01  WS-SOURCE-TEXT                         PIC X(160).
       77  WS-SOURCE-LENGTH                       PIC 9(03).
       77  WS-SOURCE-IDX                          PIC 9(03).
       77  WS-TARGET-PTR                          PIC 9(03).
       77  WS-ARG-NO                              PIC 9(01).
       LINKAGE SECTION.
       COPY "biermsgd.cpy".
       PROCEDURE DIVISION USING BIER-MESSAGE-AREA.
       0000-MAIN.
           IF NOT WS-CATALOG-LOADED
               PERFORM 0010-LOAD-CATALOG
           END-IF.
           PERFORM 0100-RESOLVE-LANGUAGE.
           MOVE BMSG-NUMBER TO WS-WANTED-NUMBER.
           MOVE WS-WANTED-LANGUAGE TO BMSG-LANGUAGE.
           PERFORM 0200-FIND-MESSAGE.
           IF NOT WS-FOUND-YES AND WS-WANTED-LANGUAGE NOT = "EN"
               MOVE "EN" TO WS-WANTED-LANGUAGE BMSG-LANGUAGE
               PERFORM 0200-FIND-MESSAGE
           END-IF.
           IF WS-FOUND-YES
               MOVE ME-TEXT(WS-MESSAGE-IDX) TO WS-SOURCE-TEXT
           ELSE
               MOVE "EN" TO BMSG-LANGUAGE
               MOVE BMSG-TEXT TO WS-SOURCE-TEXT
           END-IF.
           PERFORM 0300-FILL-ARGUMENTS.
           GO TO 9999-EXIT.
       0010-LOAD-CATALOG.
           MOVE "Y" TO WS-LOADED-SW.
           MOVE SPACES TO WS-RUN-LANGUAGE.
           DISPLAY "BIER_LANG" UPON ENVIRONMENT-NAME.
           ACCEPT WS-RUN-LANGUAGE FROM ENVIRONMENT-VALUE.
           MOVE UPPER-CASE(WS-RUN-LANGUAGE) TO WS-RUN-LANGUAGE.
           IF WS-RUN-LANGUAGE = SPACES
               MOVE "EN" TO WS-RUN-LANGUAGE
           END-IF.
           OPEN INPUT MESSAGE-CATALOG.
           IF MSG-STAT = "00"
               PERFORM 0020-READ-CATALOG-LINE
                   UNTIL MSG-STAT = "10"
               CLOSE MESSAGE-CATALOG
           END-IF.
       0020-READ-CATALOG-LINE.
           READ MESSAGE-CATALOG
               AT END
                   MOVE "10" TO MSG-STAT
               NOT AT END
                   PERFORM 0030-PARSE-CATALOG-LINE
           END-READ.
       0030-PARSE-CATALOG-LINE.
      *    the text is everything after the language code, spaces
      *    and all, so a translator can indent a print line
           MOVE SPACES TO CATALOG-LINE-TOKENS.
           UNSTRING CATALOG-LINE DELIMITED BY ALL SPACE
               INTO CL-NUMBER CL-LANGUAGE.
           IF CL-NUMBER IS NUMERIC AND CATALOG-LINE(5:1) = SPACE
                   AND CATALOG-LINE(8:1) = SPACE
               IF WS-MESSAGE-COUNT < 600
                   ADD 1 TO WS-MESSAGE-COUNT
                   MOVE CL-NUMBER TO ME-NUMBER(WS-MESSAGE-COUNT)
                   MOVE UPPER-CASE(CATALOG-LINE(6:2))
                       TO ME-LANGUAGE(WS-MESSAGE-COUNT)
                   MOVE CATALOG-LINE(9:) TO ME-TEXT(WS-MESSAGE-COUNT)
               ELSE
                   DISPLAY "BIER.MSG HAS MORE THAN 600 TEXTS, "
                           "IGNORING " CL-NUMBER " " CL-LANGUAGE
                           UPON TERM
               END-IF
           END-IF.
       0100-RESOLVE-LANGUAGE.
           IF BMSG-USER-ID = SPACES
               MOVE WS-RUN-LANGUAGE TO WS-WANTED-LANGUAGE
           ELSE
               IF BMSG-USER-ID NOT = WS-LAST-USER-ID
                   PERFORM 0110-READ-USER-LANGUAGE
               END-IF
               MOVE WS-LAST-LANGUAGE TO WS-WANTED-LANGUAGE
           END-IF.
       0110-READ-USER-LANGUAGE.
           MOVE BMSG-USER-ID TO WS-LAST-USER-ID.
           MOVE WS-RUN-LANGUAGE TO WS-LAST-LANGUAGE.
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT = "00"
               MOVE BMSG-USER-ID TO BUSR-USER-ID
               READ BIER-REGISTRY
                   KEY IS BUSR-USER-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF BUSR-LANGUAGE NOT = SPACES
                           MOVE BUSR-LANGUAGE TO WS-LAST-LANGUAGE
                       END-IF
               END-READ
               CLOSE BIER-REGISTRY
           END-IF.
      *    a registry that is there but will not open is not the
      *    same as none: the text still goes out in BIER_LANG, but
      *    the console hears about it once per run
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
                   AND NOT WS-USR-WARNED
               MOVE "Y" TO WS-USR-WARNED-SW
               DISPLAY "BIER.USR COULD NOT BE OPENED (STATUS " USR-STAT
                       ") - TEXTS FALL BACK TO BIER_LANG" UPON TERM
           END-IF.
       0200-FIND-MESSAGE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-MESSAGE-IDX.
           PERFORM 0210-FIND-MESSAGE-STEP
               UNTIL WS-MESSAGE-IDX > WS-MESSAGE-COUNT
                   OR WS-FOUND-YES.
       0210-FIND-MESSAGE-STEP.
           IF ME-NUMBER(WS-MESSAGE-IDX) = WS-WANTED-NUMBER
                   AND ME-LANGUAGE(WS-MESSAGE-IDX) = WS-WANTED-LANGUAGE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-MESSAGE-IDX
           END-IF.
       0300-FILL-ARGUMENTS.
      *    copied across a character at a time, each &n giving way to
      *    its argument with the surrounding spaces cut off
           MOVE SPACES TO BMSG-TEXT.
           MOVE 1 TO WS-TARGET-PTR.
           IF WS-SOURCE-TEXT = SPACES
               MOVE 0 TO WS-SOURCE-LENGTH
           ELSE
               COMPUTE WS-SOURCE-LENGTH =
                       LENGTH(TRIM(WS-SOURCE-TEXT TRAILING))
           END-IF.
           MOVE 1 TO WS-SOURCE-IDX.
           PERFORM 0320-COPY-ONE-CHARACTER
               UNTIL WS-SOURCE-IDX > WS-SOURCE-LENGTH
                   OR WS-TARGET-PTR > 160.
       0320-COPY-ONE-CHARACTER.
           MOVE 0 TO WS-ARG-NO.
           IF WS-SOURCE-TEXT(WS-SOURCE-IDX:1) = "&"
                   AND WS-SOURCE-IDX < WS-SOURCE-LENGTH
               IF WS-SOURCE-TEXT(WS-SOURCE-IDX + 1:1) >= "1"
                       AND WS-SOURCE-TEXT(WS-SOURCE-IDX + 1:1) <= "6"
                   MOVE WS-SOURCE-TEXT(WS-SOURCE-IDX + 1:1)
                       TO WS-ARG-NO
               END-IF
           END-IF.
           IF WS-ARG-NO > 0
               IF BMSG-ARG(WS-ARG-NO) NOT = SPACES
                   STRING TRIM(BMSG-ARG(WS-ARG-NO))
                           DELIMITED BY SIZE
                       INTO BMSG-TEXT
                       WITH POINTER WS-TARGET-PTR
                   END-STRING
               END-IF
               ADD 2 TO WS-SOURCE-IDX
           ELSE
               MOVE WS-SOURCE-TEXT(WS-SOURCE-IDX:1)
                   TO BMSG-TEXT(WS-TARGET-PTR:1)
               ADD 1 TO WS-TARGET-PTR
               ADD 1 TO WS-SOURCE-IDX
           END-IF.
       9999-EXIT.
           GOBACK.
