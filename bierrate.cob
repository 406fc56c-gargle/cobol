       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERRATE.
      * cobc -m -Wall bierrate.cob bierjrnl.cob -I copybooks
      * shared ratings writer for the BIER.RAT file, CALLed by BIER
      * (a score given at entry), BIER-RATE (a score given later) and
      * BIER-UNDO (the rated entry was taken back):
      *     CALL "BIERRATE" USING BIER-RATING-DELTA
      * the file is created on the first rating.  a second score for
      * the same entry replaces the first - the key carries the rated
      * entry's timestamp, so one drink is only ever counted once.
      * every change is journalled through BIERJRNL under the rated
      * entry's own BIER-KEY, with the beverage, score and the start
      * of the note as the image.  as with BIERSTCK, a ratings file
      * that cannot be written is reported on the console and
      * otherwise ignored - it must never take the entry down.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIER-RATING ASSIGN TO "BIER.RAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BRAT-KEY
               FILE STATUS IS RAT-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER-RATING.
       COPY "bierrat.cpy".
       WORKING-STORAGE SECTION.
       77  RAT-STAT                                PIC X(02).
       77  WS-RATING-FOUND-SW                     PIC X(01).
           88  WS-RATING-FOUND                    VALUE "Y".
       01  WS-RATING-IMAGE.
           03  WS-IMAGE-BEVERAGE                  PIC X(16).
           03  WS-IMAGE-SCORE                     PIC 9(01).
           03  WS-IMAGE-NOTE                      PIC X(25).
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                              PIC X(18).
       COPY "bierjrn.cpy".
       LINKAGE SECTION.
       COPY "bierratd.cpy".
       PROCEDURE DIVISION USING BIER-RATING-DELTA.
       0000-MAIN.
           MOVE "N" TO BRD-RESULT.
           OPEN I-O BIER-RATING.
           IF RAT-STAT = "35"
               IF BRD-ACTION-DELETE
      *            no ratings file means nothing was ever rated
                   GO TO 9999-EXIT
               END-IF
               OPEN OUTPUT BIER-RATING
               CLOSE BIER-RATING
               OPEN I-O BIER-RATING
           END-IF.
           IF RAT-STAT NOT = "00"
               DISPLAY "BIER.RAT COULD NOT BE OPENED (STATUS "
                       RAT-STAT "), RATING NOT RECORDED" UPON TERM
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0010-READ-RATING.
           IF BRD-ACTION-DELETE
               PERFORM 0200-DELETE-RATING
           ELSE
               PERFORM 0100-WRITE-RATING
           END-IF.
           CLOSE BIER-RATING.
           GO TO 9999-EXIT.
       0010-READ-RATING.
           MOVE "N" TO WS-RATING-FOUND-SW.
           MOVE BRD-BEVERAGE TO BRAT-BEVERAGE.
           MOVE BRD-USER-ID TO BRAT-USER-ID.
           MOVE BRD-TIMESTAMP TO BRAT-TIMESTAMP.
           READ BIER-RATING
               KEY IS BRAT-KEY
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-RATING-FOUND-SW
           END-READ.
       0100-WRITE-RATING.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           INITIALIZE BIER-JOURNAL-RECORD.
           IF WS-RATING-FOUND
               PERFORM 0300-TAKE-IMAGE
               MOVE WS-RATING-IMAGE TO JRN-BEFORE-IMAGE
           ELSE
               INITIALIZE BIER-RATING-RECORD
               MOVE BRD-BEVERAGE TO BRAT-BEVERAGE
               MOVE BRD-USER-ID TO BRAT-USER-ID
               MOVE BRD-TIMESTAMP TO BRAT-TIMESTAMP
           END-IF.
           MOVE BRD-SCORE TO BRAT-SCORE.
           MOVE BRD-NOTE TO BRAT-NOTE.
           MOVE WS-TODAY-DATE TO BRAT-RATED-DATE.
           IF WS-RATING-FOUND
               REWRITE BIER-RATING-RECORD
                   INVALID KEY
                       DISPLAY "BIER.RAT REWRITE FAILED FOR "
                               TRIM(BRD-BEVERAGE) UPON TERM
                       CLOSE BIER-RATING
                       GO TO 9999-EXIT
               END-REWRITE
               MOVE "R" TO JRN-ACTION
           ELSE
               WRITE BIER-RATING-RECORD
                   INVALID KEY
                       DISPLAY "BIER.RAT WRITE FAILED FOR "
                               TRIM(BRD-BEVERAGE) UPON TERM
                       CLOSE BIER-RATING
                       GO TO 9999-EXIT
               END-WRITE
               MOVE "W" TO JRN-ACTION
           END-IF.
           PERFORM 0300-TAKE-IMAGE.
           MOVE WS-RATING-IMAGE TO JRN-AFTER-IMAGE.
           PERFORM 0310-JOURNAL-RATING.
           MOVE "Y" TO BRD-RESULT.
       0200-DELETE-RATING.
           IF WS-RATING-FOUND
               INITIALIZE BIER-JOURNAL-RECORD
               PERFORM 0300-TAKE-IMAGE
               MOVE WS-RATING-IMAGE TO JRN-BEFORE-IMAGE
               DELETE BIER-RATING RECORD
                   INVALID KEY
                       DISPLAY "BIER.RAT DELETE FAILED FOR "
                               TRIM(BRD-BEVERAGE) UPON TERM
                       CLOSE BIER-RATING
                       GO TO 9999-EXIT
               END-DELETE
               MOVE "D" TO JRN-ACTION
               PERFORM 0310-JOURNAL-RATING
               MOVE "Y" TO BRD-RESULT
           END-IF.
       0300-TAKE-IMAGE.
           MOVE BRAT-BEVERAGE TO WS-IMAGE-BEVERAGE.
           MOVE BRAT-SCORE TO WS-IMAGE-SCORE.
           MOVE BRAT-NOTE TO WS-IMAGE-NOTE.
       0310-JOURNAL-RATING.
      *    journalled only after the change has landed, so BIER.JRN
      *    records what was actually applied
           MOVE "BIERRATE" TO JRN-PROGRAM.
           MOVE BRD-USER-ID TO JRN-USER.
           MOVE "BIER.RAT" TO JRN-FILE-NAME.
           MOVE BRD-TIMESTAMP TO JRN-KEY(1:14).
           MOVE BRD-USER-ID TO JRN-KEY(15:8).
           CALL "BIERJRNL" USING BIER-JOURNAL-RECORD.
       9999-EXIT.
           GOBACK.
