       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-STATEMENT.
      * cobc -x -Wall bier-statement.cob fstatmsg.cob biergenr.cob
      *                                 biermsg.cob
      *                                 bierenv.cob -I copybooks
      *                                 -T bier-statement.lst
      *
      * usage: bier-statement [yyyymm]
      * user's own BIER.USR override still wins over the shared
      * limit either way.  alcohol-free codes (BBEV-ABV-PERCENT zero
      * on BIER.BEV) are listed in their own column and never count
      * against the daily limit.  the footer closes with every badge
      * BIER-BADGES had awarded the user by the end of the period
      * (BIER.BDG), with the date each was earned.  each user's
      * pages are printed in the language on their BIER.USR record,
      * from the BIER.MSG catalog through BIERMSG, English where
      * there is no translation.  the rule over every page header
      * names the BIERENV environment the statement was printed in.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
      * DD_GENFILE is pointed at the requested BIER.FILE.YYYYMM
      * before the OPEN, the same external-name convention VARCOPY
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT BIER-CONTROL ASSIGN TO "BIER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT CONTROL-HISTORY ASSIGN TO "BIER.CTLH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTLH-STAT.
           SELECT BADGE-FILE ASSIGN TO "BIER.BDG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS BDG-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER.
       COPY "bierday.cpy".
       FD  CONTROL-HISTORY.
       01  CONTROL-HISTORY-LINE                   PIC X(40).
       FD  BADGE-FILE.
       01  BADGE-LINE                             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-ENV-LABEL                           PIC X(16).
       77  WS-ENV-LABEL-LEN                       PIC 9(02).
       01  BADGE-LINE-FIELDS.
           03  BL-USER-ID                         PIC X(08).
           03  BL-CODE                            PIC X(10).
           03  BL-DATE                            PIC X(08).
       77  WS-BL-TITLE                            PIC X(40).
       77  WS-UNSTRING-PTR                        PIC 9(03).
       77  WS-PERIOD-END-DATE                     PIC 9(08).
       77  WS-BADGES-LISTED                       PIC 9(03).
       01  CONTROL-HISTORY-FIELDS.
           03  CH-DATE-TOKEN                      PIC X(08).
           03  CH-SECONDS-TOKEN                   PIC X(05).
       77  WS-RECORD-PERIOD                       PIC 9(06).
       77  WS-ARG-PERIOD                          PIC X(06).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       77  WS-USE-LIVE-SW                         PIC X(01).
           88  WS-USE-LIVE                        VALUE "Y".
       77  WS-PAGE-NUMBER                         PIC 9(03).
       77  STMT-STAT                               PIC X(02).
       77  DAY-STAT                                PIC X(02).
       77  CTLH-STAT                               PIC X(02).
       77  BDG-STAT                                PIC X(02).
       77  WS-DAY-MATCHED                         PIC 9(04) VALUE 0.
       77  WS-DAY-ON-FILE-SW                      PIC X(01) VALUE "N".
           88  WS-DAY-ON-FILE                     VALUE "Y".
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       COPY "biermsgd.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-DETERMINE-PERIOD.
           PERFORM 0008-READ-CONTROL.
           PERFORM 0012-LOAD-CONTROL-HISTORY.
           END-IF.
       0009-CHECK-REGISTRY-EXISTS.
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE "Y" TO WS-REGISTRY-SW
               CLOSE BIER-REGISTRY
                   PERFORM 0600-TAKE-RECORD
           END-READ.
       0530-SCAN-GENERATION.
           CALL "BIERGENR" USING WS-REPORT-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
           ADD 1 TO WS-PAGE-NUMBER.
           MOVE 0 TO WS-LINE-COUNT.
           MOVE ALL "=" TO PRINT-LINE.
           PERFORM 2960-MARK-ENVIRONMENT.
           PERFORM 2900-WRITE-PRINT-LINE.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 2001 TO BMSG-NUMBER.
           MOVE "BIER MONTHLY STATEMENT   USER: &1   PERIOD: &2   PAGE &
      -         "3" TO BMSG-TEXT.
           MOVE WS-STMT-USER TO BMSG-ARG(1).
           MOVE WS-REPORT-PERIOD TO BMSG-ARG(2).
           MOVE WS-PAGE-NUMBER TO BMSG-ARG(3).
           PERFORM 2950-TAKE-MESSAGE.
           PERFORM 2900-WRITE-PRINT-LINE.
      *    the column headings are one text, so a translation keeps
      *    its words over the figures of the detail lines
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 2003 TO BMSG-NUMBER.
           MOVE "DATE       ENTRIES  ALC-FREE  BEVERAGES  SESSIONS"
               TO BMSG-TEXT.
           PERFORM 2950-TAKE-MESSAGE.
           PERFORM 2900-WRITE-PRINT-LINE.
           MOVE ALL "-" TO PRINT-LINE.
           PERFORM 2900-WRITE-PRINT-LINE.
       2300-WRITE-USER-FOOTER.
           MOVE ALL "-" TO PRINT-LINE.
           PERFORM 2900-WRITE-PRINT-LINE.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 2004 TO BMSG-NUMBER.
           MOVE "TOTAL ENTRIES: &1   DAYS LOGGED: &2   DAYS OVER THE LIM
      -         "IT IN FORCE: &3   ALCOHOL-FREE: &4" TO BMSG-TEXT.
           MOVE WS-TOTAL-ENTRIES TO BMSG-ARG(1).
           MOVE WS-DAYS-LOGGED TO BMSG-ARG(2).
           MOVE WS-DAYS-OVER-MAX TO BMSG-ARG(3).
           MOVE WS-AF-TOTAL TO BMSG-ARG(4).
           PERFORM 2950-TAKE-MESSAGE.
           PERFORM 2900-WRITE-PRINT-LINE.
           IF WS-EFF-GOAL-DAYS > 0
               COMPUTE WS-GOAL-PERCENT ROUNDED =
                       MOVE 99999 TO WS-GOAL-PERCENT
               END-COMPUTE
               MOVE WS-GOAL-PERCENT TO WS-GOAL-PERCENT-OUT
               INITIALIZE BIER-MESSAGE-AREA
               MOVE 2005 TO BMSG-NUMBER
               MOVE "GOAL PROGRESS: &1 OF &2 DRINKING DAYS (&3% OF GOAL
      -             "USED)" TO BMSG-TEXT
               MOVE WS-DAYS-LOGGED TO BMSG-ARG(1)
               MOVE WS-EFF-GOAL-DAYS TO BMSG-ARG(2)
               MOVE WS-GOAL-PERCENT-OUT TO BMSG-ARG(3)
               PERFORM 2950-TAKE-MESSAGE
               PERFORM 2900-WRITE-PRINT-LINE
           END-IF.
           PERFORM 2400-WRITE-USER-BADGES.
           MOVE SPACES TO PRINT-LINE.
           PERFORM 2900-WRITE-PRINT-LINE.
       2400-WRITE-USER-BADGES.
      *    awards dated after the period are left off, so a rerun
      *    for an old month shows what was held at the time
           COMPUTE WS-PERIOD-END-DATE = (WS-REPORT-PERIOD * 100) + 31.
           MOVE 0 TO WS-BADGES-LISTED.
           OPEN INPUT BADGE-FILE.
           IF BDG-STAT = "00"
               PERFORM 2410-READ-BADGE
                   UNTIL BDG-STAT = "10"
               CLOSE BADGE-FILE
           END-IF.
       2410-READ-BADGE.
           READ BADGE-FILE
               AT END
                   MOVE "10" TO BDG-STAT
               NOT AT END
                   PERFORM 2420-WRITE-BADGE-LINE
           END-READ.
       2420-WRITE-BADGE-LINE.
           MOVE SPACES TO BADGE-LINE-FIELDS WS-BL-TITLE.
           MOVE 1 TO WS-UNSTRING-PTR.
           UNSTRING BADGE-LINE DELIMITED BY ALL SPACE
               INTO BL-USER-ID BL-CODE BL-DATE
               WITH POINTER WS-UNSTRING-PTR.
           IF WS-UNSTRING-PTR <= 80
               MOVE BADGE-LINE(WS-UNSTRING-PTR:) TO WS-BL-TITLE
           END-IF.
           IF BL-USER-ID = WS-STMT-USER
                   AND BL-DATE IS NUMERIC
                   AND BL-DATE NOT > WS-PERIOD-END-DATE
               IF WS-BADGES-LISTED = 0
                   INITIALIZE BIER-MESSAGE-AREA
                   MOVE 2006 TO BMSG-NUMBER
                   MOVE "BADGES EARNED:" TO BMSG-TEXT
                   PERFORM 2950-TAKE-MESSAGE
                   PERFORM 2900-WRITE-PRINT-LINE
               END-IF
               ADD 1 TO WS-BADGES-LISTED
               MOVE SPACES TO PRINT-LINE
               STRING "  " DELIMITED BY SIZE
                       BL-DATE DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       TRIM(WS-BL-TITLE) DELIMITED BY SIZE
                       " (" DELIMITED BY SIZE
                       TRIM(BL-CODE) DELIMITED BY SIZE
                       ")" DELIMITED BY SIZE
                   INTO PRINT-LINE
               PERFORM 2900-WRITE-PRINT-LINE
           END-IF.
       2900-WRITE-PRINT-LINE.
      *    every line goes through here so the page break falls at
      *    the same fixed count wherever it lands mid-section
           WRITE PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       2910-WRITE-CONTINUATION-HEADER.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 2002 TO BMSG-NUMBER.
           MOVE "BIER MONTHLY STATEMENT   USER: &1   PERIOD: &2   PAGE &
      -         "3 (CONTINUED)" TO BMSG-TEXT.
           MOVE WS-STMT-USER TO BMSG-ARG(1).
           MOVE WS-REPORT-PERIOD TO BMSG-ARG(2).
           MOVE WS-PAGE-NUMBER TO BMSG-ARG(3).
           PERFORM 2950-TAKE-MESSAGE.
           WRITE PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
           MOVE ALL "-" TO PRINT-LINE.
           PERFORM 2960-MARK-ENVIRONMENT.
           WRITE PRINT-LINE.
           ADD 1 TO WS-LINE-COUNT.
       2950-TAKE-MESSAGE.
      *    page text in the statement user's own language (BIERMSG)
           MOVE WS-STMT-USER TO BMSG-USER-ID.
           CALL "BIERMSG" USING BIER-MESSAGE-AREA.
           MOVE BMSG-TEXT TO PRINT-LINE.
       2960-MARK-ENVIRONMENT.
      *    the BIERENV environment at the right-hand end of the rule
      *    over each page header, PROD included, so a page printed
      *    from a test copy can never pass for a real statement
           MOVE SPACES TO WS-ENV-LABEL.
           STRING " ENV: " DELIMITED BY SIZE
                   TRIM(BENV-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
               INTO WS-ENV-LABEL.
           COMPUTE WS-ENV-LABEL-LEN = LENGTH(TRIM(BENV-NAME)) + 7.
           MOVE WS-ENV-LABEL(1:WS-ENV-LABEL-LEN)
               TO PRINT-LINE(78 - WS-ENV-LABEL-LEN:WS-ENV-LABEL-LEN).
       0902-REGISTRY-FILE-ERROR.
      *    only status 35 means there is no registry; one that is
      *    there but will not open (a layout not yet converted by
      *    BIER-USRLOAD, a damaged index) must not be taken for
      *    none and let every ID through
           CALL "FSTATMSG" USING USR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           DISPLAY "BIER.USR ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   USR-STAT ")" UPON TERM.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
