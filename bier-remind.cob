       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-REMIND.
      * cobc -x -Wall bier-remind.cob bierntfy.cob biermsg.cob
      *                     bierenv.cob
      *                     -I copybooks
      *                     -T bier-remind.lst
      *
      * usage: bier-remind [age-days]
      *   the polite-nagging step of BIER-SETTLE, on paper.  replays
      * gets a print-ready reminder notice appended to BIER.NOTICE,
      * suitable for the noticeboard next to BIER.STMT, and the run
      * exits with return code 4 so the batch can see there is
      * nagging to be done.  the same reminder also goes to the
      * debtor by e-mail through BIERNTFY (notice type REMIND),
      * unless they have no address on BIER.USR or opted out.  the
      * notice and the e-mail are both in the debtor's own language
      * from the BIER.MSG catalog (BIERMSG), English where there is
      * no translation.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FD  NOTICE-FILE.
       01  NOTICE-LINE                            PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  EVENT-LINE-FIELDS.
           03  EV-ID                              PIC X(08).
           03  EV-START                           PIC X(14).
       77  WS-DEBTOR-ID                           PIC X(08).
       77  WS-CREDITOR-ID                         PIC X(08).
       77  WS-DEBT-DATE                           PIC 9(08).
       77  WS-MAILED-COUNT                        PIC 9(03) VALUE 0.
       77  WS-NOTICE-BODY                         PIC X(160).
       COPY "biernot.cpy".
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                              PIC X(18).
       COPY "biermsgd.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-ARGUMENTS.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           COMPUTE WS-TODAY-DAYS =
           IF WS-NOTICE-COUNT > 0
               DISPLAY WS-NOTICE-COUNT " REMINDER NOTICE(S) WRITTEN "
                       "TO BIER.NOTICE" UPON TERM
               DISPLAY WS-MAILED-COUNT " OF THEM QUEUED FOR E-MAIL "
                       "ON BIER.MAIL" UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.
           END-IF.
           MOVE ALL "=" TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 3001 TO BMSG-NUMBER.
           MOVE "FRIENDLY REMINDER FOR &1   (PRINTED &2)" TO BMSG-TEXT.
           MOVE WS-DEBTOR-ID TO BMSG-ARG(1).
           MOVE WS-TODAY-DATE TO BMSG-ARG(2).
           PERFORM 0420-TAKE-MESSAGE.
           MOVE BMSG-TEXT TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           PERFORM 0415-TAKE-OWED-TEXT.
           MOVE BMSG-TEXT TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 3003 TO BMSG-NUMBER.
           MOVE "SETTLE UP WITH BIER-PAY AND THIS NOTICE GOES AWAY."
               TO BMSG-TEXT.
           PERFORM 0420-TAKE-MESSAGE.
           MOVE BMSG-TEXT TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           MOVE SPACES TO NOTICE-LINE.
           WRITE NOTICE-LINE.
           CLOSE NOTICE-FILE.
           ADD 1 TO WS-NOTICE-COUNT.
           PERFORM 0410-MAIL-REMINDER.
       0410-MAIL-REMINDER.
           INITIALIZE BIER-NOTIFY-AREA.
           MOVE WS-DEBTOR-ID TO NTF-USER-ID.
           MOVE "REMIND" TO NTF-TYPE.
           MOVE "REMIND" TO NTF-PROGRAM.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 3004 TO BMSG-NUMBER.
           MOVE "FRIENDLY REMINDER: &1 ROUND(S) OWED TO &2"
               TO BMSG-TEXT.
           MOVE WS-NET-OUT TO BMSG-ARG(1).
           MOVE WS-CREDITOR-ID TO BMSG-ARG(2).
           PERFORM 0420-TAKE-MESSAGE.
           MOVE BMSG-TEXT TO NTF-SUBJECT.
           PERFORM 0415-TAKE-OWED-TEXT.
           MOVE BMSG-TEXT TO NTF-BODY.
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 3005 TO BMSG-NUMBER.
           MOVE "SETTLE UP WITH BIER-PAY AND THESE REMINDERS STOP."
               TO BMSG-TEXT.
           PERFORM 0420-TAKE-MESSAGE.
           MOVE SPACES TO WS-NOTICE-BODY.
           STRING TRIM(NTF-BODY TRAILING) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(BMSG-TEXT TRAILING) DELIMITED BY SIZE
               INTO WS-NOTICE-BODY.
           MOVE WS-NOTICE-BODY TO NTF-BODY.
           CALL "BIERNTFY" USING BIER-NOTIFY-AREA.
           IF NTF-QUEUED
               ADD 1 TO WS-MAILED-COUNT
           END-IF.
       0415-TAKE-OWED-TEXT.
      *    the same sentence on the printed notice and in the e-mail
           INITIALIZE BIER-MESSAGE-AREA.
           MOVE 3002 TO BMSG-NUMBER.
           MOVE
               "YOU OWE &1 &2 ROUND(S), OUTSTANDING SINCE &3 (&4 DAYS)."
               TO BMSG-TEXT.
           MOVE WS-CREDITOR-ID TO BMSG-ARG(1).
           MOVE WS-NET-OUT TO BMSG-ARG(2).
           MOVE WS-DEBT-DATE TO BMSG-ARG(3).
           MOVE WS-AGE-OUT TO BMSG-ARG(4).
           PERFORM 0420-TAKE-MESSAGE.
       0420-TAKE-MESSAGE.
      *    in the debtor's own language from BIER.USR (see BIERMSG)
           MOVE WS-DEBTOR-ID TO BMSG-USER-ID.
           CALL "BIERMSG" USING BIER-MESSAGE-AREA.
       9999-EXIT.
           STOP RUN.
