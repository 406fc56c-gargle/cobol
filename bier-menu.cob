       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-MENU.
      * cobc -x -Wall bier-menu.cob fstatmsg.cob bierpin.cob
      *                                      bierhash.cob opsjrnl.cob
      *                                      bierenv.cob
      *                                      -I copybooks
      *                                      -T bier-menu.lst
      *
      * one interactive front-end for the whole suite, for the casual
      * optional backdate), undo the last entry, buy a round (picking
      * the timestamp from a list of your own recent entries instead
      * of typing 14 digits from memory), show stats and goal
      * progress, rate a drink (as it is logged, or afterwards from
      * the same list of recent entries), and quit.  the real work
      * is done by the same compiled programs the command line uses
      * - bier, bier-undo, bier-round, bier-rate - so every rule
      * (sessions, limits, registry, beverage validation,
      * journalling) applies identically.
      *   the PIN on BIER.USR (BIERPIN) is asked once at sign-on and
      * handed down in BIER_PIN, so the programs the menu runs do
      * not ask again.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-TRAILER ASSIGN TO "BIER.TRL"
               ORGANIZATION IS INDEXED
       FD  BIER-CONTROL.
       COPY "bierctl.cpy".
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  RECENT-ENTRY-TABLE.
           03  RECENT-ENTRY OCCURS 5 TIMES.
               05  RE-TIMESTAMP                   PIC 9(14).
       77  WS-ARG-TIMESTAMP                       PIC X(14).
       77  WS-ARG-RECIPIENT                       PIC X(08).
       77  WS-ARG-COUNT                           PIC X(02).
       77  WS-ARG-SCORE                           PIC X(02).
       77  WS-ARG-NOTE                            PIC X(40).
       77  WS-PICK                                PIC 9(01).
       77  WS-SYSTEM-CMD                          PIC X(80).
       77  WS-SCAN-EOF-SW                         PIC X(01).
       77  CTL-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-PIN-MODE                            PIC X(01) VALUE "I".
       77  WS-PIN-KEY                             PIC X(16) VALUE SPACE.
      * R, U and P: nothing to check against yet (see BIERPIN)
       77  WS-PIN-RESULT                          PIC X(01).
           88  WS-PIN-OK                          VALUE "Y" "R" "U" "P".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-IDENTITY.
           PERFORM 0004-CHECK-PIN.
           DISPLAY "BIER SUITE - SIGNED ON AS " TRIM(WS-USER-ID)
               UPON TERM.
           PERFORM 0100-MENU-ROUND
               UNTIL WS-QUIT-YES.
           DISPLAY "PROOST!" UPON TERM.
           GO TO 9999-EXIT.
       0004-CHECK-PIN.
      *    the sign-on PIN on BIER.USR (see BIERPIN)
           CALL "BIERPIN" USING WS-PIN-MODE WS-USER-ID WS-PIN-KEY
                                WS-PIN-RESULT.
           IF NOT WS-PIN-OK
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0005-GET-IDENTITY.
           MOVE SPACES TO WS-USER-ID.
           DISPLAY "BIER_USER" UPON ENVIRONMENT-NAME.
           DISPLAY "2. UNDO MY LAST ENTRY" UPON TERM.
           DISPLAY "3. BUY A ROUND" UPON TERM.
           DISPLAY "4. MY STATS AND GOAL PROGRESS" UPON TERM.
           DISPLAY "5. RATE A DRINK I HAD" UPON TERM.
           DISPLAY "6. QUIT" UPON TERM.
           DISPLAY "CHOICE: " WITH NO ADVANCING UPON TERM.
           MOVE SPACES TO WS-CHOICE.
           ACCEPT WS-CHOICE.
               WHEN "4"
                   PERFORM 4000-SHOW-STATS
               WHEN "5"
                   PERFORM 5000-RATE-A-DRINK
               WHEN "6"
                   MOVE "Y" TO WS-QUIT-SW
               WHEN OTHER
                   DISPLAY "PICK 1 TO 6." UPON TERM
           END-EVALUATE.
       1000-LOG-A-DRINK.
           DISPLAY "BEVERAGE CODE (BLANK FOR THE USUAL): "
           ELSE
               DISPLAY WS-USUAL-BEVERAGE UPON ENVIRONMENT-VALUE
           END-IF.
           PERFORM 5100-ASK-RATING.
           DISPLAY "BACKDATE YYYYMMDDHHMMSS (BLANK FOR NOW): "
               WITH NO ADVANCING UPON TERM.
           MOVE SPACES TO WS-ARG-TIMESTAMP.
           ACCEPT WS-ARG-TIMESTAMP.
           IF WS-ARG-TIMESTAMP = SPACES
               CALL "SYSTEM" USING "$BIER_HOME/bier"
           ELSE
               IF WS-ARG-TIMESTAMP IS NUMERIC
                   MOVE SPACES TO WS-SYSTEM-CMD
                   STRING "$BIER_HOME/bier BACKDATE " DELIMITED BY SIZE
                           WS-ARG-TIMESTAMP DELIMITED BY SIZE
                       INTO WS-SYSTEM-CMD
                   CALL "SYSTEM" USING WS-SYSTEM-CMD
                   DISPLAY "A BACKDATE MUST BE 14 DIGITS." UPON TERM
               END-IF
           END-IF.
      *    like the beverage, the score would otherwise stick to
      *    every drink logged after this one
           MOVE SPACES TO WS-ARG-SCORE WS-ARG-NOTE.
           PERFORM 5200-SET-RATING-ENVIRONMENT.
           MOVE 0 TO RETURN-CODE.
       2000-UNDO-LAST-ENTRY.
           DISPLAY "REMOVE YOUR MOST RECENT ENTRY (Y/N)? "
           MOVE SPACES TO WS-INPUT.
           ACCEPT WS-INPUT.
           IF WS-INPUT(1:1) = "Y" OR WS-INPUT(1:1) = "y"
               CALL "SYSTEM" USING "$BIER_HOME/bier-undo"
           ELSE
               DISPLAY "NOTHING REMOVED." UPON TERM
           END-IF.
           ELSE
               MOVE SPACES TO WS-SYSTEM-CMD
               MOVE RE-TIMESTAMP(WS-PICK) TO WS-ARG-TIMESTAMP
               STRING "$BIER_HOME/bier-round " DELIMITED BY SIZE
                       WS-ARG-TIMESTAMP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(WS-ARG-RECIPIENT) DELIMITED BY SIZE
                       TRIM(WS-GOAL-PERCENT-OUT) "% OF "
                       BCTL-MONTHLY-GOAL-DAYS " DAYS" UPON TERM
           END-IF.
       5000-RATE-A-DRINK.
           PERFORM 3100-LIST-RECENT-ENTRIES.
           IF WS-RECENT-COUNT = 0
               DISPLAY "YOU HAVE NO ENTRIES TO RATE - LOG A DRINK "
                       "FIRST." UPON TERM
           ELSE
               DISPLAY "RATE WHICH ENTRY (1-" WS-RECENT-COUNT ")? "
                       WITH NO ADVANCING UPON TERM
               MOVE SPACES TO WS-INPUT
               ACCEPT WS-INPUT
               IF WS-INPUT(1:1) >= "1"
                       AND WS-INPUT(1:1) <= "5"
                   MOVE WS-INPUT(1:1) TO WS-PICK
                   IF WS-PICK <= WS-RECENT-COUNT
                       PERFORM 5300-TAKE-RATING-DETAILS
                   ELSE
                       DISPLAY "THERE IS NO ENTRY " WS-PICK "."
                           UPON TERM
                   END-IF
               ELSE
                   DISPLAY "PICK A NUMBER FROM THE LIST." UPON TERM
               END-IF
           END-IF.
       5100-ASK-RATING.
           DISPLAY "RATING 1-5 (BLANK FOR NONE): " WITH NO ADVANCING
               UPON TERM.
           MOVE SPACES TO WS-ARG-SCORE WS-ARG-NOTE.
           ACCEPT WS-ARG-SCORE.
           IF WS-ARG-SCORE NOT = SPACES
               DISPLAY "TASTING NOTE (BLANK FOR NONE): "
                   WITH NO ADVANCING UPON TERM
               ACCEPT WS-ARG-NOTE
           END-IF.
           PERFORM 5200-SET-RATING-ENVIRONMENT.
       5200-SET-RATING-ENVIRONMENT.
      *    the note travels in BIER_NOTE rather than on the command
      *    line, so whatever was typed never reaches the shell
           DISPLAY "BIER_RATING" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARG-SCORE UPON ENVIRONMENT-VALUE.
           DISPLAY "BIER_NOTE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ARG-NOTE UPON ENVIRONMENT-VALUE.
       5300-TAKE-RATING-DETAILS.
           PERFORM 5100-ASK-RATING.
           IF WS-ARG-SCORE = SPACES
               DISPLAY "NOTHING RATED." UPON TERM
           ELSE
               IF WS-ARG-SCORE(2:1) NOT = SPACE
                       OR WS-ARG-SCORE(1:1) < "1"
                       OR WS-ARG-SCORE(1:1) > "5"
                   DISPLAY "A RATING IS A SCORE FROM 1 TO 5." UPON TERM
               ELSE
                   MOVE SPACES TO WS-SYSTEM-CMD
                   MOVE RE-TIMESTAMP(WS-PICK) TO WS-ARG-TIMESTAMP
                   STRING "$BIER_HOME/bier-rate " DELIMITED BY SIZE
                           WS-ARG-TIMESTAMP DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           WS-ARG-SCORE(1:1) DELIMITED BY SIZE
                       INTO WS-SYSTEM-CMD
                   CALL "SYSTEM" USING WS-SYSTEM-CMD
               END-IF
           END-IF.
           MOVE SPACES TO WS-ARG-SCORE WS-ARG-NOTE.
           PERFORM 5200-SET-RATING-ENVIRONMENT.
           MOVE 0 TO RETURN-CODE.
       9999-EXIT.
           STOP RUN.
