       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERHASH.
      * cobc -m -Wall bierhash.cob
      * shared one-way scramble for PINs and intake tokens, so
      * BIER.USR never holds either in a form anyone can read back:
      *     CALL "BIERHASH" USING user-id-x(08) secret-x(16)
      *                           hash-x(16)
      * the user ID is folded in with the secret, so two users with
      * the same PIN still carry different hashes.  the answer is
      * sixteen digits from two independent running remainders over
      * fifty passes of the text - there is no way back from it to
      * the secret, only forward again from a guess, which is what
      * BIERPIN and BIER-USERMAINT do.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-HASH-TEXT.
           03  WS-HASH-USER                       PIC X(08).
           03  WS-HASH-SECRET                     PIC X(16).
       77  WS-HASH-POS                            PIC 9(02) COMP.
       77  WS-HASH-ROUND                          PIC 9(03) COMP.
       77  WS-HASH-CHAR-VALUE                     PIC 9(03) COMP.
       77  WS-HASH-QUOTIENT                       PIC 9(18) COMP.
       77  WS-HASH-FIRST                          PIC 9(18) COMP.
       77  WS-HASH-SECOND                         PIC 9(18) COMP.
       01  WS-HASH-RESULT.
           03  WS-HASH-RESULT-FIRST               PIC 9(08).
           03  WS-HASH-RESULT-SECOND              PIC 9(08).
       LINKAGE SECTION.
       01  LK-USER-ID                             PIC X(08).
       01  LK-SECRET                              PIC X(16).
       01  LK-HASH                                PIC X(16).
       PROCEDURE DIVISION USING LK-USER-ID LK-SECRET LK-HASH.
       0000-MAIN.
           MOVE LK-USER-ID TO WS-HASH-USER.
           MOVE LK-SECRET TO WS-HASH-SECRET.
           MOVE 7 TO WS-HASH-FIRST.
           MOVE 11 TO WS-HASH-SECOND.
           MOVE 1 TO WS-HASH-ROUND.
           PERFORM 0100-HASH-ONE-ROUND
               UNTIL WS-HASH-ROUND > 50.
           MOVE WS-HASH-FIRST TO WS-HASH-RESULT-FIRST.
           MOVE WS-HASH-SECOND TO WS-HASH-RESULT-SECOND.
           MOVE WS-HASH-RESULT TO LK-HASH.
           GO TO 9999-EXIT.
       0100-HASH-ONE-ROUND.
           MOVE 1 TO WS-HASH-POS.
           PERFORM 0110-HASH-ONE-CHAR
               UNTIL WS-HASH-POS > 24.
           ADD 1 TO WS-HASH-ROUND.
       0110-HASH-ONE-CHAR.
           MOVE ORD(WS-HASH-TEXT(WS-HASH-POS:1))
               TO WS-HASH-CHAR-VALUE.
           COMPUTE WS-HASH-FIRST = (WS-HASH-FIRST * 131)
                   + WS-HASH-CHAR-VALUE + WS-HASH-ROUND.
           DIVIDE WS-HASH-FIRST BY 99999989
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-FIRST.
           COMPUTE WS-HASH-SECOND = (WS-HASH-SECOND * 137)
                   + (WS-HASH-CHAR-VALUE * 7) + WS-HASH-POS
                   + WS-HASH-FIRST.
           DIVIDE WS-HASH-SECOND BY 99999971
               GIVING WS-HASH-QUOTIENT REMAINDER WS-HASH-SECOND.
           ADD 1 TO WS-HASH-POS.
       9999-EXIT.
           GOBACK.
