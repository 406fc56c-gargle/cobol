       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-BEVREPORT.
      * cobc -x -Wall bier-bevreport.cob fstatmsg.cob biergenr.cob
      *                  rptspool.cob
      *                  bierenv.cob -I copybooks -T bier-bevreport.lst
      *
      * usage: bier-bevreport [yyyymm]
      *   consumption breakdown by BIER-BEVERAGE-TYPE - the field
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
           SELECT BIER-PERIOD ASSIGN TO "BIER.PRD"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BIER-PERIOD.
       COPY "bierprd.cpy".
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  USER-BEV-TABLE.
           03  UB-ENTRY OCCURS 400 TIMES.
               05  UB-USER-ID                     PIC X(08).
       77  WS-RECORD-PERIOD                       PIC 9(06).
       77  WS-ARG-PERIOD                          PIC X(06).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                              PIC X(18).
       COPY "rptspl.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-DETERMINE-PERIOD.
           IF WS-REPORT-PERIOD = BPRD-CURRENT-PERIOD
               PERFORM 0031-SCAN-LIVE-FILE
                   END-IF
           END-READ.
       0035-SCAN-GENERATION.
           CALL "BIERGENR" USING WS-REPORT-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
