       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-CATVERIFY.
      * cobc -x -Wall bier-catverify.cob fstatmsg.cob
      *                                 bierenv.cob -I copybooks
      *                                 -T bier-catverify.lst
      *
      * verifies the archive generation catalog that bier.cob's
      * when it was created.  exits with return code 4 on any
      * discrepancy - the june discovery that a disk cleanup had
      * eaten BIER.FILE.202602, four months too late, is the run
      * this program exists to make same-day news.  a generation
      * whose line lacks the USERKEY flag has not been rebuilt with
      * the alternate key on BIER-USER-ID yet; it is reported for
      * BIER-REKEY and not recounted, since the key description
      * every program now opens it with no longer matches it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
       DATA DIVISION.
       FILE SECTION.
           03  GEN-BIER-BEVERAGE-TYPE             PIC X(16).
           03  GEN-BIER-SITE-ID                   PIC X(04).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  CATALOG-LINE-TOKENS.
           03  CT-PERIOD                          PIC X(06).
           03  CT-FILE-NAME                       PIC X(16).
           03  CT-COUNT                           PIC X(07).
           03  CT-FIRST-TS                        PIC X(14).
           03  CT-LAST-TS                         PIC X(14).
           03  CT-KEY-FLAG                        PIC X(08).
       77  WS-CAT-COUNT                           PIC 9(07).
       77  WS-CAT-FIRST-TS                        PIC 9(14).
       77  WS-CAT-LAST-TS                         PIC 9(14).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           OPEN INPUT BIER-CATALOG.
           IF CAT-STAT NOT = "00"
               DISPLAY "NO BIER.CAT ON FILE - NOTHING HAS BEEN "
           MOVE SPACES TO CATALOG-LINE-TOKENS.
           UNSTRING CATALOG-LINE DELIMITED BY ALL SPACE
               INTO CT-PERIOD CT-FILE-NAME CT-COUNT CT-FIRST-TS
                    CT-LAST-TS CT-KEY-FLAG.
           IF CT-PERIOD NOT NUMERIC OR CT-COUNT NOT NUMERIC
               DISPLAY "UNREADABLE BIER.CAT LINE SKIPPED: "
                       TRIM(CATALOG-LINE) UPON TERM
               MOVE CT-COUNT TO WS-CAT-COUNT
               MOVE CT-FIRST-TS TO WS-CAT-FIRST-TS
               MOVE CT-LAST-TS TO WS-CAT-LAST-TS
               IF CT-KEY-FLAG = "USERKEY"
                   PERFORM 0110-RECOUNT-GENERATION
               ELSE
                   DISPLAY TRIM(CT-FILE-NAME) ": NOT YET REBUILT "
                           "WITH THE USER KEY - RUN BIER-REKEY"
                           UPON TERM
                   ADD 1 TO WS-PROBLEM-COUNT
               END-IF
           END-IF.
       0110-RECOUNT-GENERATION.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
