       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERPIN.
      * cobc -m -Wall bierpin.cob bierhash.cob opsjrnl.cob
      *                                   fstatmsg.cob -I copybooks
      * shared PIN sign-on, CALLed by every program that acts for the
      * person named in BIER_USER (BIER, BIER-MENU, BIER-UNDO,
      * BIER-ROUND, BIER-PAY, BIER-CONFIRM, BIER-CLOSE REOPEN, and
      * BIERAUTH for every maintenance program) and by BIER-INTAKE
      * for each DROPBOX file:
      *     CALL "BIERPIN" USING mode-x(01) user-id-x(08) key-x(16)
      *                          result-x(01)
      * mode I is the console: the PIN is taken from BIER_PIN when
      * set, otherwise asked for (a blank answer gives up without
      * counting as a failure).  a good PIN is put back into BIER_PIN
      * so the programs BIER-MENU runs underneath it do not ask
      * again.  mode B is batch: key is what the entry carried, and
      * either the PIN or the user's intake token
      * (BIER-USERMAINT TOKEN) will do.  mode K is the batch key of
      * an unattended run (BIERAUTH, from BIER_BATCH_KEY): only the
      * token of an ID that has no PIN will do, so a batch identity
      * can never sign on at a console and a person can never sign
      * on with their DROPBOX token in place of a PIN.  result comes
      * back
      *     Y  signed on
      *     N  wrong PIN or key
      *     L  the ID is locked out
      *     M  batch entry carried no key for an ID that needs one
      *     E  BIER.USR is there but could not be opened
      *     R  there is no BIER.USR at all
      *     U  the ID is not on BIER.USR
      *     P  the ID has no PIN (console) or neither PIN nor token
      *        (batch) to check against
      * BIER.USR holds only BIERHASH of the PIN.  every wrong one is
      * counted on the user's record and the third in a row locks
      * the ID until BIER-USERMAINT PIN resets it; each lockout is
      * journalled to OPS.JRNL.  R, U and P sign nobody on - they
      * only say there was nothing to check.  the programs people
      * use day to day keep the registry checks' bootstrap stance
      * and let all three through (their own registry check turns
      * away an unregistered ID); BIERAUTH and BIER-CLOSE REOPEN
      * accept Y alone.  a BIER.USR that is there but will not open
      * (a layout BIER-USRLOAD has not converted yet, a damaged
      * index) is journalled as well as answered E.  BIER.USR must
      * not be open in the caller when this is called.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIER-REGISTRY ASSIGN TO "BIER.USR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS USR-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       WORKING-STORAGE SECTION.
       77  USR-STAT                                PIC X(02).
       77  WS-PIN-MAX-FAILURES                    PIC 9(01) VALUE 3.
       77  WS-PIN-ENTERED                         PIC X(16).
       77  WS-PIN-HASH                            PIC X(16).
       77  WS-PIN-WHERE                           PIC X(20).
       77  WS-PIN-MATCH-SW                        PIC X(01).
           88  WS-PIN-MATCHED                     VALUE "Y".
       77  WS-PIN-GAVE-UP-SW                      PIC X(01).
           88  WS-PIN-GAVE-UP                     VALUE "Y".
       77  WS-OPS-PROGRAM                         PIC X(08)
                                                  VALUE "BIERPIN".
       77  WS-OPS-FILE-NAME                       PIC X(16)
                                                  VALUE "BIER.USR".
       77  WS-OPS-STATUS                          PIC X(02)
                                                  VALUE "00".
       77  WS-OPS-MESSAGE                         PIC X(60).
       77  WS-OPS-RETURN-CODE                     PIC 9(02) VALUE 8.
       77  WS-OPS-ERROR-RC                        PIC 9(02) VALUE 16.
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       LINKAGE SECTION.
       01  LK-MODE                                PIC X(01).
           88  LK-CONSOLE-MODE                    VALUE "I".
           88  LK-BATCH-KEY-MODE                  VALUE "K".
       01  LK-USER-ID                             PIC X(08).
       01  LK-KEY                                 PIC X(16).
       01  LK-RESULT                              PIC X(01).
       PROCEDURE DIVISION USING LK-MODE LK-USER-ID LK-KEY LK-RESULT.
       0000-MAIN.
           MOVE "Y" TO LK-RESULT.
           OPEN I-O BIER-REGISTRY.
           IF USR-STAT = "35"
               MOVE "R" TO LK-RESULT
               GO TO 9999-EXIT
           END-IF.
           IF USR-STAT NOT = "00"
               PERFORM 0900-REGISTRY-ERROR
           END-IF.
           MOVE LK-USER-ID TO BUSR-USER-ID.
           READ BIER-REGISTRY
               KEY IS BUSR-USER-ID
               INVALID KEY
                   MOVE "U" TO LK-RESULT
                   CLOSE BIER-REGISTRY
                   GO TO 9999-EXIT
           END-READ.
           IF BUSR-PIN-LOCKED
               MOVE "L" TO LK-RESULT
               IF LK-CONSOLE-MODE
                   DISPLAY TRIM(LK-USER-ID) " IS LOCKED OUT AFTER "
                           "REPEATED WRONG PINS - ASK AN ADMINISTRATOR "
                           "TO RESET IT" UPON TERM
               END-IF
               CLOSE BIER-REGISTRY
               GO TO 9999-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN LK-CONSOLE-MODE AND BUSR-PIN-HASH = SPACES
                   DISPLAY "NO PIN SET FOR " TRIM(LK-USER-ID)
                           " YET - ASK AN ADMINISTRATOR FOR ONE"
                       UPON TERM
                   MOVE "P" TO LK-RESULT
               WHEN LK-CONSOLE-MODE
                   PERFORM 0100-CONSOLE-SIGN-ON
               WHEN LK-BATCH-KEY-MODE AND BUSR-PIN-HASH NOT = SPACES
                   MOVE "N" TO LK-RESULT
               WHEN BUSR-PIN-HASH = SPACES AND BUSR-TOKEN-HASH = SPACES
                   MOVE "P" TO LK-RESULT
               WHEN LK-KEY = SPACES
                   MOVE "M" TO LK-RESULT
               WHEN OTHER
                   PERFORM 0200-BATCH-SIGN-ON
           END-EVALUATE.
           CLOSE BIER-REGISTRY.
           GO TO 9999-EXIT.
       0100-CONSOLE-SIGN-ON.
           MOVE "N" TO WS-PIN-MATCH-SW WS-PIN-GAVE-UP-SW.
           MOVE SPACES TO WS-PIN-ENTERED.
           DISPLAY "BIER_PIN" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PIN-ENTERED FROM ENVIRONMENT-VALUE.
           IF WS-PIN-ENTERED NOT = SPACES
               PERFORM 0120-TRY-PIN
           ELSE
               PERFORM 0110-ASK-FOR-PIN
                   UNTIL WS-PIN-MATCHED OR WS-PIN-GAVE-UP
                       OR BUSR-PIN-LOCKED
           END-IF.
           EVALUATE TRUE
               WHEN WS-PIN-MATCHED
      *            handed on to whatever this run starts underneath
                   DISPLAY "BIER_PIN" UPON ENVIRONMENT-NAME
                   DISPLAY WS-PIN-ENTERED UPON ENVIRONMENT-VALUE
               WHEN BUSR-PIN-LOCKED
                   MOVE "L" TO LK-RESULT
               WHEN OTHER
                   MOVE "N" TO LK-RESULT
           END-EVALUATE.
       0110-ASK-FOR-PIN.
           DISPLAY "PIN FOR " TRIM(LK-USER-ID) ": "
               WITH NO ADVANCING UPON TERM.
           MOVE SPACES TO WS-PIN-ENTERED.
           ACCEPT WS-PIN-ENTERED.
           IF WS-PIN-ENTERED = SPACES
               MOVE "Y" TO WS-PIN-GAVE-UP-SW
           ELSE
               PERFORM 0120-TRY-PIN
           END-IF.
       0120-TRY-PIN.
           CALL "BIERHASH" USING LK-USER-ID WS-PIN-ENTERED
                                 WS-PIN-HASH.
           IF WS-PIN-HASH = BUSR-PIN-HASH
               MOVE "Y" TO WS-PIN-MATCH-SW
               PERFORM 0300-CLEAR-FAILURES
           ELSE
               PERFORM 0310-COUNT-FAILURE
           END-IF.
       0200-BATCH-SIGN-ON.
           MOVE "N" TO WS-PIN-MATCH-SW.
           CALL "BIERHASH" USING LK-USER-ID LK-KEY WS-PIN-HASH.
           IF (BUSR-PIN-HASH NOT = SPACES
                   AND WS-PIN-HASH = BUSR-PIN-HASH)
                   OR (BUSR-TOKEN-HASH NOT = SPACES
                   AND WS-PIN-HASH = BUSR-TOKEN-HASH)
               MOVE "Y" TO WS-PIN-MATCH-SW
               PERFORM 0300-CLEAR-FAILURES
           ELSE
               PERFORM 0310-COUNT-FAILURE
               IF BUSR-PIN-LOCKED
                   MOVE "L" TO LK-RESULT
               ELSE
                   MOVE "N" TO LK-RESULT
               END-IF
           END-IF.
       0300-CLEAR-FAILURES.
           IF BUSR-PIN-FAILURES NOT = 0
               MOVE 0 TO BUSR-PIN-FAILURES
               REWRITE BIER-USER-RECORD
                   INVALID KEY
                       CONTINUE
               END-REWRITE
           END-IF.
       0310-COUNT-FAILURE.
           ADD 1 TO BUSR-PIN-FAILURES.
           IF BUSR-PIN-FAILURES NOT < WS-PIN-MAX-FAILURES
               MOVE "Y" TO BUSR-PIN-LOCK-FLAG
           END-IF.
           REWRITE BIER-USER-RECORD
               INVALID KEY
                   CONTINUE
           END-REWRITE.
           IF LK-CONSOLE-MODE
               DISPLAY "WRONG PIN" UPON TERM
           END-IF.
           IF BUSR-PIN-LOCKED
               IF LK-CONSOLE-MODE
                   DISPLAY TRIM(LK-USER-ID) " IS NOW LOCKED OUT - ASK "
                           "AN ADMINISTRATOR TO RESET IT" UPON TERM
               END-IF
               MOVE SPACES TO WS-OPS-MESSAGE
               EVALUATE TRUE
                   WHEN LK-CONSOLE-MODE
                       MOVE "AT THE CONSOLE" TO WS-PIN-WHERE
                   WHEN LK-BATCH-KEY-MODE
                       MOVE "ON THE BATCH KEY" TO WS-PIN-WHERE
                   WHEN OTHER
                       MOVE "ON DROPBOX INTAKE" TO WS-PIN-WHERE
               END-EVALUATE
               STRING TRIM(LK-USER-ID) DELIMITED BY SIZE
                       " LOCKED OUT AFTER " DELIMITED BY SIZE
                       WS-PIN-MAX-FAILURES DELIMITED BY SIZE
                       " WRONG PINS " DELIMITED BY SIZE
                       TRIM(WS-PIN-WHERE) DELIMITED BY SIZE
                   INTO WS-OPS-MESSAGE
               CALL "OPSJRNL" USING WS-OPS-PROGRAM WS-OPS-FILE-NAME
                   WS-OPS-STATUS WS-OPS-MESSAGE WS-OPS-RETURN-CODE
           END-IF.
       0900-REGISTRY-ERROR.
      *    not the same as a missing registry - see the header
           MOVE "E" TO LK-RESULT.
           CALL "FSTATMSG" USING USR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           DISPLAY "BIER.USR ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   USR-STAT ") - NO PIN SIGN-ON POSSIBLE" UPON TERM.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM WS-OPS-FILE-NAME
               USR-STAT WS-FSTAT-MESSAGE WS-OPS-ERROR-RC.
           GO TO 9999-EXIT.
       9999-EXIT.
           GOBACK.
