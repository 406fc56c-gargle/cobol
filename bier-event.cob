       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-EVENT.
      * cobc -x -Wall bier-event.cob fstatmsg.cob biergenr.cob
      *                    bierlkid.cob
      *                    bierenv.cob -I copybooks -T bier-event.lst
      *
      * usage: bier-event DECLARE id start-ts end-ts budget name
      *        bier-event LIST
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
           SELECT BIER-BEVERAGE ASSIGN TO "BIER.BEV"
               ORGANIZATION IS INDEXED
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  EVENT-LINE-FIELDS.
           03  EV-ID                              PIC X(08).
           03  EV-START                           PIC X(14).
       77  WS-END-PERIOD                          PIC 9(06).
       77  WS-PERIOD-MONTH                       PIC 9(02).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       77  WS-LAST-GEN-NAME                       PIC X(40)
                                                  VALUE SPACES.
       77  WS-EVENT-COST                          PIC 9(07)V99
                                                  VALUE 0.
       77  WS-LINE-COST                           PIC 9(06)V99.
       77  WS-LOCK-OWNER                          PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           EVALUATE WS-RUN-MODE
               WHEN "DECLARE"
                   PERFORM 0450-TAKE-WINDOW-RECORD
           END-READ.
       0420-SCAN-ONE-GENERATION.
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
                   PERFORM 0430-READ-GENERATION
                       UNTIL GEN-STAT = "10"
                   CLOSE BIER-GEN
               END-IF
           END-IF.
      *    FUNCTION MOD, not raw division - the same year-end step
      *    bier-query's 0045-NEXT-PERIOD takes
