       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-UNDO.
      * cobc -x -Wall bier-undo.cob fstatmsg.cob bierjrnl.cob
      *                opsjrnl.cob bierday.cob bierstck.cob bierpin.cob
      *                bierhash.cob bierrate.cob
      *                bierenv.cob -I copybooks
      *                -T bier-undo.lst
      *
      * strips the most recently written BIER-RECORD (per the calling
      * user's own BIER.TRL entry's BTRL-LAST-TIMESTAMP) for a
      * fat-fingered run, and walks that trailer's counts back down
      * to match.  a rating given to the entry (BIER.RAT) goes with
      * it.
      *   the user signs on with the PIN on BIER.USR (BIERPIN) first.
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
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  FILE-STAT                               PIC X(02).
       77  TRL-STAT                                PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  WS-TRAILER-BEFORE-IMAGE                PIC X(38).
       COPY "bierjrn.cpy".
       COPY "bierdayd.cpy".
       COPY "bierratd.cpy".
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
           PERFORM 0005-GET-IDENTITY.
           PERFORM 0004-CHECK-PIN.
           PERFORM 0006-CHECK-REGISTRY.
           PERFORM 0009-ACQUIRE-LOCK.
           PERFORM 0010-OPEN-TRAILER.
           PERFORM 0250-UPDATE-TRAILER.
           PERFORM 0248-MAINTAIN-DAY-FILE.
           PERFORM 0249-RESTORE-STOCK.
           PERFORM 0249-DROP-RATING.
           CLOSE BIER.
           PERFORM 0091-CLOSE-TRAILER.
           PERFORM 0095-RELEASE-LOCK.
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
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
      *    turns an unregistered or deactivated ID away before
      *    anything is touched
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE WS-USER-ID TO BUSR-USER-ID
               READ BIER-REGISTRY
           MOVE 1 TO WS-STOCK-QUANTITY.
           CALL "BIERSTCK" USING WS-DELETED-BEVERAGE
               WS-STOCK-QUANTITY.
       0249-DROP-RATING.
      *    a score for a drink that is no longer on file would skew
      *    BIER-RATE REPORT - BIERRATE ignores entries never rated
           INITIALIZE BIER-RATING-DELTA.
           MOVE "D" TO BRD-ACTION.
           MOVE WS-USER-ID TO BRD-USER-ID.
           MOVE WS-DELETED-TIMESTAMP TO BRD-TIMESTAMP.
           MOVE WS-DELETED-BEVERAGE TO BRD-BEVERAGE.
           CALL "BIERRATE" USING BIER-RATING-DELTA.
       0247-JOURNAL-DELETE.
      *    journalled only after the DELETE has landed, so BIER.JRN
      *    records what was actually applied
           PERFORM 0095-RELEASE-LOCK.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0902-REGISTRY-FILE-ERROR.
      *    only status 35 means there is no registry; one that is
      *    there but will not open (a layout not yet converted by
      *    BIER-USRLOAD, a damaged index) must not be taken for
      *    none and let every ID through
           CALL "FSTATMSG" USING USR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           MOVE "BIER.USR" TO WS-OPS-FILE-NAME.
           MOVE 16 TO WS-OPS-RETURN-CODE.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM
               WS-OPS-FILE-NAME USR-STAT WS-FSTAT-MESSAGE
               WS-OPS-RETURN-CODE.
           DISPLAY "BIER.USR ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   USR-STAT ")" UPON TERM.
           IF WS-LOCK-OK
               PERFORM 0095-RELEASE-LOCK
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
