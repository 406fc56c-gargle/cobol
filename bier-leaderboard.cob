       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-LEADERBOARD.
      * cobc -x -Wall bier-leaderboard.cob fstatmsg.cob rptspool.cob
      *                   bierenv.cob
      *                   -I copybooks -T bier-leaderboard.lst
      *
      * the friday-argument settler: one table across every
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-ROUND ASSIGN TO "BIER.RND"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SITE-REGISTRY.
       01  SITE-REGISTRY-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  SITE-LINE-FIELDS.
           03  SL-SITE-ID                         PIC X(04).
           03  SL-SITE-DIR                        PIC X(64).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-SITE-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
