       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-SPEND.
      * cobc -x -Wall bier-spend.cob fstatmsg.cob biergenr.cob
      *                                       bierenv.cob
      *                                       -I copybooks
      *                                       -T bier-spend.lst
      *
      * usage: bier-spend [yyyymm [CONSOLIDATED]]
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
           SELECT BIER-BEVERAGE ASSIGN TO "BIER.BEV"
               ORGANIZATION IS INDEXED
       FD  SITE-REGISTRY.
       01  SITE-REGISTRY-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  SITE-LINE-FIELDS.
           03  SL-SITE-ID                         PIC X(04).
           03  SL-SITE-DIR                        PIC X(64).
       77  WS-ARG-PERIOD                          PIC X(06).
       77  WS-ARG-SITE-MODE                       PIC X(12).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       77  WS-LINE-SPEND                          PIC 9(06)V99.
       77  WS-TEAM-DRINKS                         PIC 9(07)V99
                                                  VALUE 0.
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-DETERMINE-PERIOD.
           PERFORM 0010-LOAD-CATALOG.
           PERFORM 0015-LOAD-PRICE-HISTORY.
                   END-IF
           END-READ.
       0035-SCAN-GENERATION.
           CALL "BIERGENR" USING WS-REPORT-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
           IF GEN-STAT NOT = "00"
               CALL "FSTATMSG" USING GEN-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY TRIM(WS-GEN-NAME) " COULD NOT BE OPENED: "
                       WS-FSTAT-MESSAGE " (STATUS " GEN-STAT ")"
                       UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
