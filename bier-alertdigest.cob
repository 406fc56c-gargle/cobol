       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-ALERTDIGEST.
      * cobc -x -Wall bier-alertdigest.cob fstatmsg.cob bierntfy.cob
      *              biermsg.cob
      *              bierenv.cob -I copybooks -T bier-alertdigest.lst
      *
      * the consumer bier.cob's 0325-WRITE-ALERT-FLAG always promised:
      * reads BIER.ALERT, groups the alert lines by user, and writes a
      * many times in the last seven days, and at what date and time.
      * processed lines are moved to BIER.ALERT.OLD and BIER.ALERT is
      * cleared, so the same alert is never digested twice.  runs as a
      * step in nightly-batch.sh.  each user in the digest is also
      * told about their own alerts by e-mail through BIERNTFY
      * (notice type ALERT), unless they have no address on BIER.USR
      * or opted out.  the digest is written in the coordinator's
      * language - BIER_LANG in the batch environment - and each
      * e-mail in its user's own, both from the BIER.MSG catalog
      * (BIERMSG), English where there is no translation.
      *
      * lines written before the digest existed lack the leading
      * entry date; they are digested under their user all the same,
      * just left out of the seven-day count.  the title line names
      * the BIERENV environment the digest was written in.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FD  ALERT-DIGEST.
       01  DIGEST-LINE                            PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  ALERT-DETAIL-TABLE.
           03  ALERT-DETAIL OCCURS 200 TIMES.
               05  AD-USER-ID                     PIC X(08).
       77  WS-PARSE-USER                          PIC X(08).
       77  WS-PARSE-TIME                          PIC X(05).
       77  DIG-STAT                                 PIC X(02).
       77  WS-MAILED-COUNT                        PIC 9(03) VALUE 0.
       77  WS-COUNT-OUT                           PIC ZZZ9.
       77  WS-WEEK-OUT                            PIC ZZZ9.
       COPY "biernot.cpy".
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       COPY "biermsgd.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           COMPUTE WS-TODAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
           END-IF.
           DISPLAY WS-DETAIL-COUNT " ALERT(S) DIGESTED TO "
                   "ALERT.DIGEST" UPON TERM.
           DISPLAY WS-MAILED-COUNT " USER(S) TOLD BY E-MAIL ON "
                   "BIER.MAIL" UPON TERM.
           GO TO 9999-EXIT.
       0020-READ-ALERT.
      *    lines past the table's capacity go to BIER.ALERT.NEW, not
           WRITE REMAINDER-RECORD.
       0300-WRITE-DIGEST.
           OPEN OUTPUT ALERT-DIGEST.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 4001 TO BMSG-NUMBER.
           MOVE "MODERATION ALERT DIGEST - &1" TO BMSG-TEXT.
           MOVE WS-TODAY-DATE TO BMSG-ARG(1).
           PERFORM 0340-TAKE-DIGEST-TEXT.
      *    the BIERENV environment after the title, so a digest from
      *    a test copy is never mistaken for the real one
           MOVE SPACES TO DIGEST-LINE.
           STRING TRIM(BMSG-TEXT) DELIMITED BY SIZE
                   "   ENV: " DELIMITED BY SIZE
                   TRIM(BENV-NAME) DELIMITED BY SIZE
               INTO DIGEST-LINE.
           WRITE DIGEST-LINE.
           MOVE "----------------------------------" TO DIGEST-LINE.
               UNTIL WS-USER-IDX > WS-USER-COUNT.
           CLOSE ALERT-DIGEST.
       0310-WRITE-USER-SECTION.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 4002 TO BMSG-NUMBER.
           MOVE "&1: &2 ALERT(S), &3 IN THE LAST 7 DAYS" TO BMSG-TEXT.
           MOVE AU-USER-ID(WS-USER-IDX) TO BMSG-ARG(1).
           MOVE AU-TOTAL-COUNT(WS-USER-IDX) TO BMSG-ARG(2).
           MOVE AU-WEEK-COUNT(WS-USER-IDX) TO BMSG-ARG(3).
           PERFORM 0340-TAKE-DIGEST-TEXT.
           WRITE DIGEST-LINE.
           MOVE 1 TO WS-DETAIL-IDX.
           PERFORM 0320-WRITE-DETAIL-LINE
               UNTIL WS-DETAIL-IDX > WS-DETAIL-COUNT.
           PERFORM 0330-MAIL-USER-ALERTS.
           ADD 1 TO WS-USER-IDX.
       0320-WRITE-DETAIL-LINE.
           IF AD-USER-ID(WS-DETAIL-IDX) = AU-USER-ID(WS-USER-IDX)
               INITIALIZE BIER-MESSAGE-AREA
               IF AD-DATE(WS-DETAIL-IDX) > 0
                   MOVE 4003 TO BMSG-NUMBER
                   MOVE "  ON &1 AT &2" TO BMSG-TEXT
                   MOVE AD-DATE(WS-DETAIL-IDX) TO BMSG-ARG(1)
                   MOVE AD-TIME(WS-DETAIL-IDX) TO BMSG-ARG(2)
               ELSE
                   MOVE 4004 TO BMSG-NUMBER
                   MOVE "  AT &1 (DATE NOT RECORDED)" TO BMSG-TEXT
                   MOVE AD-TIME(WS-DETAIL-IDX) TO BMSG-ARG(1)
               END-IF
               PERFORM 0340-TAKE-DIGEST-TEXT
               WRITE DIGEST-LINE
           END-IF.
           ADD 1 TO WS-DETAIL-IDX.
       0330-MAIL-USER-ALERTS.
           INITIALIZE BIER-NOTIFY-AREA.
           MOVE AU-USER-ID(WS-USER-IDX) TO NTF-USER-ID.
           MOVE "ALERT" TO NTF-TYPE.
           MOVE "ALRTDGST" TO NTF-PROGRAM.
      *    the e-mail is the user's own, so it goes in their language
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE AU-USER-ID(WS-USER-IDX) TO BMSG-USER-ID.
           MOVE 4005 TO BMSG-NUMBER.
           MOVE "YOUR MODERATION ALERTS" TO BMSG-TEXT.
           CALL "BIERMSG" USING BIER-MESSAGE-AREA.
           MOVE BMSG-TEXT TO NTF-SUBJECT.
           MOVE AU-TOTAL-COUNT(WS-USER-IDX) TO WS-COUNT-OUT.
           MOVE AU-WEEK-COUNT(WS-USER-IDX) TO WS-WEEK-OUT.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE AU-USER-ID(WS-USER-IDX) TO BMSG-USER-ID.
           MOVE 4006 TO BMSG-NUMBER.
           MOVE "YOU REACHED THE MODERATION ALERT THRESHOLD &1 TIME(S) S
      -         "INCE THE LAST DIGEST, &2 IN THE LAST 7 DAYS. THE WELLNE
      -         "SS COORDINATOR IS HAPPY TO TALK IT THROUGH."
               TO BMSG-TEXT.
           MOVE WS-COUNT-OUT TO BMSG-ARG(1).
           MOVE WS-WEEK-OUT TO BMSG-ARG(2).
           CALL "BIERMSG" USING BIER-MESSAGE-AREA.
           MOVE BMSG-TEXT TO NTF-BODY.
           CALL "BIERNTFY" USING BIER-NOTIFY-AREA.
           IF NTF-QUEUED
               ADD 1 TO WS-MAILED-COUNT
           END-IF.
       0340-TAKE-DIGEST-TEXT.
      *    the digest is for the coordinator, not for any one user -
      *    no recipient, so BIERMSG takes the run's BIER_LANG
           MOVE SPACES TO BMSG-USER-ID.
           CALL "BIERMSG" USING BIER-MESSAGE-AREA.
           MOVE BMSG-TEXT TO DIGEST-LINE.
       9999-EXIT.
           STOP RUN.
