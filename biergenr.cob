       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERGENR.
      * cobc -m -Wall biergenr.cob
      * shared generation-name resolver, CALLed by every program that
      * has to find the history file holding a given month:
      *     CALL "BIERGENR" USING period-9(06) gen-name-x(40)
      *                           gen-kind-x(01)
      * a month normally lives in its own BIER.FILE.YYYYMM generation
      * and the answer is that name with kind M.  once BIER-YEAREND
      * has folded a closed year into BIER.FILE.YYYY it leaves a
      * single line for the year on BIER.CAT under period YYYY00:
      *     YYYY00 BIER.FILE.YYYY count first-ts last-ts USERKEY
      * and every month of that year then answers BIER.FILE.YYYY with
      * kind Y.  a caller walking month by month must therefore skip
      * a name it has already read in the same run, or it will count
      * the year twelve times.  the catalog is loaded on the first
      * call and held for the rest of the run; no BIER.CAT simply
      * means no year has been consolidated yet.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIER-CATALOG ASSIGN TO "BIER.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER-CATALOG.
       01  CATALOG-LINE                           PIC X(80).
       WORKING-STORAGE SECTION.
       01  YEAR-FILE-TABLE.
           03  YEAR-FILE OCCURS 50 TIMES.
               05  YF-YEAR                        PIC 9(04).
               05  YF-FILE-NAME                   PIC X(40).
       77  WS-YF-COUNT                            PIC 9(02) VALUE 0.
       77  WS-YF-IDX                              PIC 9(02).
       77  WS-LOADED-SW                           PIC X(01) VALUE "N".
           88  WS-CAT-LOADED                      VALUE "Y".
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-LOOKUP-YEAR                         PIC 9(04).
       77  CAT-STAT                               PIC X(02).
       01  CATALOG-LINE-TOKENS.
           03  CT-PERIOD                          PIC X(06).
           03  CT-FILE-NAME                       PIC X(40).
       LINKAGE SECTION.
       01  LK-PERIOD                              PIC 9(06).
       01  LK-GEN-NAME                            PIC X(40).
       01  LK-GEN-KIND                            PIC X(01).
       PROCEDURE DIVISION USING LK-PERIOD LK-GEN-NAME LK-GEN-KIND.
       0000-MAIN.
           IF NOT WS-CAT-LOADED
               PERFORM 0010-LOAD-CATALOG
           END-IF.
           COMPUTE WS-LOOKUP-YEAR = LK-PERIOD / 100.
           PERFORM 0100-FIND-YEAR.
           MOVE SPACES TO LK-GEN-NAME.
           IF WS-FOUND-YES
               MOVE YF-FILE-NAME(WS-YF-IDX) TO LK-GEN-NAME
               MOVE "Y" TO LK-GEN-KIND
           ELSE
               STRING "BIER.FILE." DELIMITED BY SIZE
                       LK-PERIOD DELIMITED BY SIZE
                   INTO LK-GEN-NAME
               MOVE "M" TO LK-GEN-KIND
           END-IF.
           GO TO 9999-EXIT.
       0010-LOAD-CATALOG.
           MOVE "Y" TO WS-LOADED-SW.
           OPEN INPUT BIER-CATALOG.
           IF CAT-STAT = "00"
               PERFORM 0020-READ-CATALOG-LINE
                   UNTIL CAT-STAT = "10"
               CLOSE BIER-CATALOG
           END-IF.
       0020-READ-CATALOG-LINE.
           READ BIER-CATALOG
               AT END
                   MOVE "10" TO CAT-STAT
               NOT AT END
                   PERFORM 0030-PARSE-CATALOG-LINE
           END-READ.
       0030-PARSE-CATALOG-LINE.
           MOVE SPACES TO CATALOG-LINE-TOKENS.
           UNSTRING CATALOG-LINE DELIMITED BY ALL SPACE
               INTO CT-PERIOD CT-FILE-NAME.
           IF CT-PERIOD IS NUMERIC AND CT-PERIOD(5:2) = "00"
                   AND CT-FILE-NAME NOT = SPACES
               MOVE CT-PERIOD(1:4) TO WS-LOOKUP-YEAR
               PERFORM 0100-FIND-YEAR
               IF NOT WS-FOUND-YES
                   IF WS-YF-COUNT < 50
                       ADD 1 TO WS-YF-COUNT
                       MOVE WS-YF-COUNT TO WS-YF-IDX
                       MOVE WS-LOOKUP-YEAR TO YF-YEAR(WS-YF-IDX)
                       MOVE "Y" TO WS-FOUND-SW
                   ELSE
                       DISPLAY "BIER.CAT HAS MORE THAN 50 YEARS, "
                               "IGNORING " CT-PERIOD UPON TERM
                   END-IF
               END-IF
               IF WS-FOUND-YES
                   MOVE CT-FILE-NAME TO YF-FILE-NAME(WS-YF-IDX)
               END-IF
           END-IF.
       0100-FIND-YEAR.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-YF-IDX.
           PERFORM 0110-FIND-YEAR-STEP
               UNTIL WS-YF-IDX > WS-YF-COUNT
                   OR WS-FOUND-YES.
       0110-FIND-YEAR-STEP.
           IF YF-YEAR(WS-YF-IDX) = WS-LOOKUP-YEAR
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-YF-IDX
           END-IF.
       9999-EXIT.
           GOBACK.
