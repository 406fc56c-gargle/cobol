       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-ALLTIME.
      * cobc -x -Wall bier-alltime.cob fstatmsg.cob biergenl.cob
      *                                          biergenr.cob
      *                                          bierenv.cob
      *                                          -I copybooks
      *                                          -T bier-alltime.lst
      *
      * rolls up the complete history - the live BIER.FILE, every
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
      * DD_GENFILE is pointed at each BIER.FILE.YYYYMM in turn before
      * the OPEN, the same external-name convention VARCOPY uses for
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT BIER-HISTORY ASSIGN TO "BIER.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SITE-REGISTRY.
       01  SITE-REGISTRY-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  SITE-LINE-FIELDS.
           03  SL-SITE-ID                         PIC X(04).
           03  SL-SITE-DIR                        PIC X(64).
       77  WS-CONSOLIDATED-SW                     PIC X(01) VALUE "N".
           88  WS-CONSOLIDATED                    VALUE "Y".
       77  WS-ARG-SITE-MODE                       PIC X(12).
       77  WS-APPEND-CMD                          PIC X(300).
       01  USER-PERIOD-TABLE.
           03  UP-ENTRY OCCURS 720 TIMES.
               05  UP-USER-ID                     PIC X(08).
           03  WS-PERIOD-MONTH-OUT                 PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-SITE-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
           END-READ.
       0030-SCAN-GENERATIONS.
      *    the generations are whatever 0035-ROLLOVER-FILE in bier.cob
      *    has renamed off over the months and the yearly files
      *    BIER-YEAREND has folded closed years into; biergenl.cob
      *    lists them off the drive, leaving out any month whose year
      *    BIER.CAT says is already in a yearly file
           CALL "BIERGENL".
           IF WS-CONSOLIDATED
               PERFORM 0033-APPEND-REMOTE-SITES
           END-IF.
                       TRIM(SL-SITE-DIR) DELIMITED BY SIZE
                       "/BIER.FILE.[0-9][0-9][0-9][0-9][0-9][0-9]"
                           DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(SL-SITE-DIR) DELIMITED BY SIZE
                       "/BIER.FILE.[0-9][0-9][0-9][0-9]"
                           DELIMITED BY SIZE
                       " >> BIER.GENLIST 2>/dev/null"
                           DELIMITED BY SIZE
                   INTO WS-APPEND-CMD
