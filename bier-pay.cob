       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-PAY.
      * cobc -x -Wall bier-pay.cob bierpin.cob bierhash.cob opsjrnl.cob
      *          fstatmsg.cob bierenv.cob
      *          -I copybooks -T bier-pay.lst
      *
      * usage: bier-pay payee count
      *   records that the calling user (BIER_USER) has actually paid
      * to BIER.PAY.  BIER-SETTLE subtracts these from the BIER.RND
      * tab so settled rounds stop showing up in every settlement run
      * forever.
      *   the payer signs on with the PIN on BIER.USR (BIERPIN) first.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       01  WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-DATE                    PIC 9(08).
           03  WS-CURRENT-TIME                    PIC 9(08).
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
           PERFORM 0200-WRITE-PAYMENT.
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0004-CHECK-PIN.
      *    the sign-on PIN on BIER.USR (see BIERPIN)
           CALL "BIERPIN" USING WS-PIN-MODE WS-PAYER-ID WS-PIN-KEY
                                WS-PIN-RESULT.
           IF NOT WS-PIN-OK
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0006-GET-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-PAYEE FROM ARGUMENT-VALUE
      *    turns an unregistered or deactivated payer OR payee away
      *    before the payment lands against a tab nobody owes
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE WS-PAYER-ID TO WS-CHECK-USER-ID
               PERFORM 0008-CHECK-ONE-ID
               INTO PAYMENT-LINE.
           WRITE PAYMENT-LINE.
           CLOSE BIER-PAYMENT.
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
