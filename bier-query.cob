       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-QUERY.
      * cobc -x -Wall bier-query.cob fstatmsg.cob biergenr.cob
      *                                       bierenv.cob
      *                                       -I copybooks
      *                                       -T bier-query.lst
      *
      * usage: bier-query user from-date to-date [beverage]
      * can sit there for any month), and the text-format BIER.HIST
      * that bier-archive writes - and prints the matching records in
      * timestamp order with a count.  the keyed files are positioned
      * with START on the alternate key BIER-USER-ID and read only
      * for as long as the user's entries last, so big generations
      * stay fast however many other drinkers share them.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
      * DD_GENFILE is pointed at each BIER.FILE.YYYYMM in turn
      * before the OPEN, the same external-name convention VARCOPY
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT BIER-HISTORY ASSIGN TO "BIER.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BIER-HISTORY.
       01  HISTORY-RECORD                         PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
      * one row per matching record - exactly 54 bytes so the sort
      * below can pass rows through WS-SWAP-ENTRY intact
       01  MATCH-TABLE.
       77  WS-TO-PERIOD                           PIC 9(06).
       77  WS-PERIOD-MONTH                        PIC 9(02).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       77  WS-LAST-GEN-NAME                       PIC X(40)
                                                  VALUE SPACES.
       77  WS-CAND-TIMESTAMP                      PIC 9(14).
       77  WS-CAND-USER                           PIC X(08).
       77  WS-CAND-BEVERAGE                       PIC X(16).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-ARGUMENTS.
           PERFORM 0030-SCAN-GENERATIONS.
           PERFORM 0010-SCAN-LIVE-FILE.
           PERFORM 0035-SCAN-ONE-GENERATION
               UNTIL WS-SCAN-PERIOD > WS-TO-PERIOD.
       0035-SCAN-ONE-GENERATION.
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
                   MOVE "N" TO WS-SCAN-EOF-SW
                   MOVE WS-ARG-USER TO GEN-BIER-USER-ID
                   START BIER-GEN KEY IS EQUAL TO GEN-BIER-USER-ID
                       INVALID KEY
                           MOVE "Y" TO WS-SCAN-EOF-SW
                   END-START
                   PERFORM 0040-READ-GENERATION
                       UNTIL WS-SCAN-EOF
                   CLOSE BIER-GEN
               END-IF
           END-IF.
           PERFORM 0045-NEXT-PERIOD.
       0040-READ-GENERATION.
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-READ.
      *    the user's entries come off the alternate key in the order
      *    they were written, not by timestamp, so the range is a
      *    filter here and only a change of user ends the scan
           IF NOT WS-SCAN-EOF
               IF GEN-BIER-USER-ID NOT = WS-ARG-USER
                   MOVE "Y" TO WS-SCAN-EOF-SW
               ELSE
                   IF GEN-BIER-TIMESTAMP-NUMERIC >= WS-FROM-TIMESTAMP
                           AND GEN-BIER-TIMESTAMP-NUMERIC
                               <= WS-TO-TIMESTAMP
                       MOVE GEN-BIER-TIMESTAMP-NUMERIC
                           TO WS-CAND-TIMESTAMP
                       MOVE GEN-BIER-USER-ID TO WS-CAND-USER
                       MOVE GEN-BIER-BEVERAGE-TYPE TO WS-CAND-BEVERAGE
                       MOVE WS-GEN-NAME(1:16) TO WS-CAND-SOURCE
                       PERFORM 0100-TAKE-CANDIDATE
                   END-IF
               END-IF
           END-IF.
       0045-NEXT-PERIOD.
           OPEN INPUT BIER.
           IF FILE-STAT = "00"
               MOVE "N" TO WS-SCAN-EOF-SW
               MOVE WS-ARG-USER TO BIER-USER-ID
               START BIER KEY IS EQUAL TO BIER-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SW
               END-START
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-READ.
           IF NOT WS-SCAN-EOF
               IF BIER-USER-ID NOT = WS-ARG-USER
                   MOVE "Y" TO WS-SCAN-EOF-SW
               ELSE
                   IF BIER-TIMESTAMP-NUMERIC >= WS-FROM-TIMESTAMP
                           AND BIER-TIMESTAMP-NUMERIC
                               <= WS-TO-TIMESTAMP
                       MOVE BIER-TIMESTAMP-NUMERIC TO WS-CAND-TIMESTAMP
                       MOVE BIER-USER-ID TO WS-CAND-USER
                       MOVE BIER-BEVERAGE-TYPE TO WS-CAND-BEVERAGE
                       MOVE "BIER.FILE" TO WS-CAND-SOURCE
                       PERFORM 0100-TAKE-CANDIDATE
                   END-IF
               END-IF
           END-IF.
       0060-SCAN-HISTORY.
