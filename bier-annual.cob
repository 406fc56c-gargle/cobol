       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-ANNUAL.
      * cobc -x -Wall bier-annual.cob fstatmsg.cob biergenr.cob
      *                                  bierenv.cob
      *                                  -I copybooks -T bier-annual.lst
      *
      * usage: bier-annual [yyyy]
      *   the january job: one year-in-review pack per user, read
      * total spend priced from BIER.BEV with the BIER.PRCH history
      * applied per record date, exactly as BIER-SPEND prices.
      * output lands print-ready and paginated in BIER.ANNUAL, the
      * same noticeboard style as BIER.STMT, the BIERENV environment
      * named on the rule over each page header.  without an argument
      * the year that just ended is reviewed - january is when this
      * runs.
       ENVIRONMENT DIVISION.
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT BIER-HISTORY ASSIGN TO "BIER.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  ANNUAL-FILE.
       01  PRINT-LINE                             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-ENV-LABEL                           PIC X(16).
       77  WS-ENV-LABEL-LEN                       PIC 9(02).
       01  HISTORY-LINE-FIELDS.
           03  HL-TIMESTAMP                       PIC X(14).
           03  HL-USER-ID                         PIC X(08).
       77  WS-SCAN-MONTH                          PIC 9(02).
       77  WS-SCAN-PERIOD                         PIC 9(06).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       77  WS-LAST-GEN-NAME                       PIC X(40)
                                                  VALUE SPACES.
       77  WS-REC-DAYS                            PIC S9(09).
       77  WS-PREV-DAYS                           PIC S9(09).
       77  WS-SEC-DIFF                            PIC S9(09).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-DETERMINE-YEAR.
           PERFORM 0008-READ-CONTROL.
           PERFORM 0010-LOAD-CATALOG.
       0210-SCAN-ONE-GENERATION.
           COMPUTE WS-SCAN-PERIOD =
                   (WS-REVIEW-YEAR * 100) + WS-SCAN-MONTH.
           CALL "BIERGENR" USING WS-SCAN-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
      *    every month of a consolidated year answers the same
      *    yearly file - it is read once, on its first month
           IF WS-GEN-NAME NOT = WS-LAST-GEN-NAME
               MOVE WS-GEN-NAME TO WS-LAST-GEN-NAME
               DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE
               OPEN INPUT BIER-GEN
               IF GEN-STAT = "00"
                   PERFORM 0220-READ-GENERATION
                       UNTIL GEN-STAT = "10"
                   CLOSE BIER-GEN
               END-IF
           END-IF.
           ADD 1 TO WS-SCAN-MONTH.
       0220-READ-GENERATION.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE ALL "=" TO PRINT-LINE.
           PERFORM 2960-MARK-ENVIRONMENT.
           PERFORM 2900-WRITE-PRINT-LINE.
           MOVE SPACES TO PRINT-LINE.
           STRING "BIER YEAR IN REVIEW " DELIMITED BY SIZE
           WRITE PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE ALL "-" TO PRINT-LINE.
           PERFORM 2960-MARK-ENVIRONMENT.
           WRITE PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       2960-MARK-ENVIRONMENT.
      *    the BIERENV environment at the right-hand end of the rule
      *    over each page header, as on BIER.STMT
           MOVE SPACES TO WS-ENV-LABEL.
           STRING " ENV: " DELIMITED BY SIZE
                   TRIM(BENV-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
               INTO WS-ENV-LABEL.
           COMPUTE WS-ENV-LABEL-LEN = LENGTH(TRIM(BENV-NAME)) + 7.
           MOVE WS-ENV-LABEL(1:WS-ENV-LABEL-LEN)
               TO PRINT-LINE(78 - WS-ENV-LABEL-LEN:WS-ENV-LABEL-LEN).
       9999-EXIT.
           STOP RUN.
