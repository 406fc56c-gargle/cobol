       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-REPORT.
      * cobc -x -Wall bier-report.cob biercal.cob rptspool.cob
      *                    bierenv.cob
      *                    -I copybooks -T bier-report.lst
      *
      * rolls up BIER.FILE by year and month instead of making you
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER.
       COPY "bierrec.cpy".
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  MONTH-TOTALS-TABLE.
           03  MONTH-TOTALS OCCURS 120 TIMES
                   ASCENDING KEY IS MT-PERIOD INDEXED BY MT-IDX.
       COPY "rptspl.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           OPEN INPUT BIER.
           IF FILE-STAT NOT = "00"
               CALL "FSTATMSG" USING FILE-STAT WS-FSTAT-MESSAGE
