       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-CONFIRM.
      * cobc -x -Wall bier-confirm.cob bierjrnl.cob bierntfy.cob
      *                                 bierpin.cob bierhash.cob
      *                                 opsjrnl.cob
      *                                 fstatmsg.cob
      *                                 bierenv.cob -I copybooks
      *                                 -T bier-confirm.lst
      *
      * usage: bier-confirm LIST
      *        bier-confirm REPORT
      *        bier-confirm NOTIFY
      *        bier-confirm ACCEPT timestamp buyer
      *        bier-confirm REJECT timestamp buyer
      *   the acknowledgement step for rounds.  BIER-ROUND now lands
      * surface it.  ACCEPT/REJECT rewrite the matching
      * BIER.RND row's status - only the named recipient can do
      * either, and the change is journalled through BIERJRNL with
      * the before and after row images.  NOTIFY, run nightly,
      * sends every recipient an e-mail through BIERNTFY (notice type
      * ROUND) for each round still waiting on them, so nobody has
      * to remember to look at LIST.
      *   LIST, ACCEPT and REJECT act for BIER_USER and ask for the
      * PIN on BIER.USR (BIERPIN) first; REPORT and NOTIFY run
      * unattended in the nightly batch and do not.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierjrn.cpy".
       01  ROUND-LINE-FIELDS.
           03  RL-TIMESTAMP                       PIC X(14).
       77  WS-MATCHED-SW                          PIC X(01) VALUE "N".
           88  WS-MATCHED                         VALUE "Y".
       77  WS-PENDING-COUNT                       PIC 9(03) VALUE 0.
       77  WS-MAILED-COUNT                        PIC 9(03) VALUE 0.
       COPY "biernot.cpy".
       77  WS-BEFORE-IMAGE                        PIC X(40).
       77  WS-AFTER-IMAGE                         PIC X(40).
       77  WS-TODAY-DAYS                          PIC S9(09).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-PIN-MODE                            PIC X(01) VALUE "I".
       77  WS-PIN-KEY                             PIC X(16) VALUE SPACE.
      * R, U and P: nothing to check against yet (see BIERPIN)
       77  WS-PIN-RESULT                          PIC X(01).
           88  WS-PIN-OK                          VALUE "Y" "R" "U" "P".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF WS-RUN-MODE = "LIST" OR WS-RUN-MODE = "ACCEPT"
                   OR WS-RUN-MODE = "REJECT"
               PERFORM 0004-CHECK-PIN
           END-IF.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           COMPUTE WS-TODAY-DAYS =
                   FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE).
                   PERFORM 0100-LIST-PENDING
               WHEN "REPORT"
                   PERFORM 0100-LIST-PENDING
               WHEN "NOTIFY"
                   PERFORM 0100-LIST-PENDING
               WHEN "ACCEPT"
                   MOVE "C" TO WS-NEW-STATUS
                   PERFORM 0200-SETTLE-STATUS
               WHEN OTHER
                   DISPLAY "USAGE: BIER-CONFIRM LIST" UPON TERM
                   DISPLAY "       BIER-CONFIRM REPORT" UPON TERM
                   DISPLAY "       BIER-CONFIRM NOTIFY" UPON TERM
                   DISPLAY "       BIER-CONFIRM ACCEPT TIMESTAMP "
                           "BUYER" UPON TERM
                   DISPLAY "       BIER-CONFIRM REJECT TIMESTAMP "
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GO TO 9999-EXIT.
       0004-CHECK-PIN.
      *    the sign-on PIN on BIER.USR (see BIERPIN)
           CALL "BIERPIN" USING WS-PIN-MODE WS-USER-ID WS-PIN-KEY
                                WS-PIN-RESULT.
           IF NOT WS-PIN-OK
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-RUN-MODE WS-ARG-TIMESTAMP WS-ARG-BUYER.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
               IF WS-RUN-MODE = "REPORT"
                   MOVE 4 TO RETURN-CODE
               END-IF
               IF WS-RUN-MODE = "NOTIFY"
                   DISPLAY WS-MAILED-COUNT " NOTICE(S) QUEUED ON "
                           "BIER.MAIL" UPON TERM
               END-IF
           END-IF.
       0110-READ-PENDING.
           READ BIER-ROUND
               INTO RL-TIMESTAMP RL-BUYER-ID RL-RECIPIENT-ID
                    RL-ROUND-COUNT RL-STATUS.
           IF RL-STATUS = "P"
               IF WS-RUN-MODE = "REPORT" OR WS-RUN-MODE = "NOTIFY"
                       OR RL-RECIPIENT-ID = WS-USER-ID
                   MOVE 0 TO WS-AGE-DAYS
                   IF RL-TIMESTAMP(1:8) IS NUMERIC
                           " ROUND(S), PENDING " TRIM(WS-AGE-OUT)
                           " DAY(S)" UPON TERM
                   ADD 1 TO WS-PENDING-COUNT
                   IF WS-RUN-MODE = "NOTIFY"
                       PERFORM 0130-MAIL-RECIPIENT
                   END-IF
               END-IF
           END-IF.
       0130-MAIL-RECIPIENT.
           INITIALIZE BIER-NOTIFY-AREA.
           MOVE RL-RECIPIENT-ID TO NTF-USER-ID.
           MOVE "ROUND" TO NTF-TYPE.
           MOVE "CONFIRM" TO NTF-PROGRAM.
           STRING "ROUND FROM " DELIMITED BY SIZE
                   TRIM(RL-BUYER-ID) DELIMITED BY SIZE
                   " WAITING FOR YOUR CONFIRMATION" DELIMITED BY SIZE
               INTO NTF-SUBJECT.
           STRING TRIM(RL-BUYER-ID) DELIMITED BY SIZE
                   " LOGGED " DELIMITED BY SIZE
                   RL-ROUND-COUNT DELIMITED BY SIZE
                   " ROUND(S) FOR YOU AT " DELIMITED BY SIZE
                   RL-TIMESTAMP DELIMITED BY SIZE
                   ", PENDING " DELIMITED BY SIZE
                   TRIM(WS-AGE-OUT) DELIMITED BY SIZE
                   " DAY(S). BIER-CONFIRM ACCEPT OR REJECT "
                       DELIMITED BY SIZE
                   RL-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(RL-BUYER-ID) DELIMITED BY SIZE
               INTO NTF-BODY.
           CALL "BIERNTFY" USING BIER-NOTIFY-AREA.
           IF NTF-QUEUED
               ADD 1 TO WS-MAILED-COUNT
           END-IF.
       0200-SETTLE-STATUS.
           IF WS-ARG-TIMESTAMP = SPACES OR WS-ARG-BUYER = SPACES
               DISPLAY WS-RUN-MODE " NEEDS A TIMESTAMP AND THE "
