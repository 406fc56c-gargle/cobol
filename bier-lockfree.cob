       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-LOCKFREE.
      * cobc -x -Wall bier-lockfree.cob opsjrnl.cob bierauth.cob
      *                              bierpin.cob bierhash.cob
      *                              fstatmsg.cob
      *                              bierenv.cob -I copybooks
      *                              -T bier-lockfree.lst
      *
      * the safe replacement for "rm -f BIER.LCK" typed on a hunch.
      * needs the FORCE argument, since there is nothing to verify.
      *
      * usage: bier-lockfree [FORCE]
      *   FORCE is granted through BIER.AUTH (BIERAUTH); breaking a
      * lock whose owner is verifiably dead needs no role.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  LOCK-RECORD-FIELDS.
           03  LR-OWNER                           PIC X(10).
           03  LR-PID                             PIC X(08).
                                                  VALUE "00".
       77  WS-OPS-MESSAGE                         PIC X(60).
       77  WS-OPS-RETURN-CODE                     PIC 9(02) VALUE 0.
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-LOCKFREE".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           MOVE SPACES TO WS-ARG-FORCE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-FORCE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-FORCE
           END-ACCEPT.
           IF WS-ARG-FORCE = "FORCE"
               PERFORM 0002-CHECK-AUTHORITY
           END-IF.
      *    only status 35 means there is nothing to break: a run
      *    that actually holds the lock blocks this OPEN with status
      *    61 - exactly the operator who was just refused ten
                   ") IS GONE - CLEARING THE STALE LOCK" UPON TERM.
           PERFORM 0100-BREAK-LOCK.
           GO TO 9999-EXIT.
       0002-CHECK-AUTHORITY.
      *    the role table on BIER.AUTH (see BIERAUTH)
           MOVE WS-ARG-FORCE TO WS-AUTH-ACTION.
           CALL "BIERAUTH" USING WS-AUTH-PROGRAM WS-AUTH-ACTION
                                 WS-AUTH-SW.
           IF NOT WS-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0100-BREAK-LOCK.
           CALL "SYSTEM" USING "rm -f BIER.LCK".
           MOVE 0 TO RETURN-CODE.
