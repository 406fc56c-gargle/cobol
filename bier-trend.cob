       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-TREND.
      * cobc -x -Wall bier-trend.cob fstatmsg.cob rptspool.cob
      *                    bierenv.cob
      *                    -I copybooks -T bier-trend.lst
      *
      * rolling-window trend report for the calling user's own
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-DAY ASSIGN TO "BIER.DAY"
               ORGANIZATION IS INDEXED
       FD  BIER-DAY.
       COPY "bierday.cpy".
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
      * slot 1 is today, slot 2 yesterday, ... slot 90 is 89 days
      * back - one count per calendar day in the window
       01  DAY-COUNTS-TABLE.
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-IDENTITY.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           COMPUTE WS-TODAY-DAYS =
