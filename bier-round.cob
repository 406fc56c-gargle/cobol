       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-ROUND.
      * cobc -x -Wall bier-round.cob bierjrnl.cob bierpin.cob
      *                                       bierhash.cob opsjrnl.cob
      *                                       fstatmsg.cob bierenv.cob
      *                                       -I copybooks
      *                                       -T bier-round.lst
      *
      * usage: bier-round bier-timestamp recipient count
      * the recipient's tab in BIER-SETTLE once they acknowledge it
      * with BIER-CONFIRM, so a unilateral claim is never a basis
      * for taking anyone's money.
      *   the buyer signs on with the PIN on BIER.USR (BIERPIN) first.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-ROUND ASSIGN TO "BIER.RND"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierrnd.cpy".
       COPY "bierjrn.cpy".
       77  FILE-STAT                               PIC X(02).
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-QUIESCE-SW                          PIC X(01) VALUE "N".
           88  WS-QUIESCE-HELD                    VALUE "Y".
       77  WS-PIN-MODE                            PIC X(01) VALUE "I".
       77  WS-PIN-KEY                             PIC X(16) VALUE SPACE.
      * R, U and P: nothing to check against yet (see BIERPIN)
       77  WS-PIN-RESULT                          PIC X(01).
           88  WS-PIN-OK                          VALUE "Y" "R" "U" "P".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0003-CHECK-QUIESCE.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0004-CHECK-PIN.
           PERFORM 0007-CHECK-REGISTRY.
           PERFORM 0009-ACQUIRE-LOCK.
           PERFORM 0010-VALIDATE-BIER-RECORD.
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0004-CHECK-PIN.
      *    the sign-on PIN on BIER.USR (see BIERPIN)
           CALL "BIERPIN" USING WS-PIN-MODE BRND-BUYER-ID WS-PIN-KEY
                                WS-PIN-RESULT.
           IF NOT WS-PIN-OK
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0007-CHECK-REGISTRY.
      *    same bootstrap stance as bier.cob's 0016-CHECK-REGISTRY:
      *    no BIER.USR means any ID is accepted, an existing registry
      *    turns an unregistered or deactivated buyer OR recipient
      *    away before the round is written
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE BRND-BUYER-ID TO WS-CHECK-USER-ID
               PERFORM 0008-CHECK-ONE-ID
           MOVE BRND-BIER-TIMESTAMP TO JRN-KEY.
           MOVE ROUND-LINE(1:40) TO JRN-AFTER-IMAGE.
           CALL "BIERJRNL" USING BIER-JOURNAL-RECORD.
       0902-REGISTRY-FILE-ERROR.
      *    only status 35 means there is no registry; one that is
      *    there but will not open (a layout not yet converted by
      *    BIER-USRLOAD, a damaged index) must not be taken for
      *    none and let every ID through
           CALL "FSTATMSG" USING USR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           DISPLAY "BIER.USR ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   USR-STAT ")" UPON TERM.
           IF WS-LOCK-OK
               PERFORM 0095-RELEASE-LOCK
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
