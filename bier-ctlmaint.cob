       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-CTLMAINT.
      * cobc -x -Wall bier-ctlmaint.cob fstatmsg.cob bierauth.cob
      *                                        bierpin.cob bierhash.cob
      *                                        opsjrnl.cob
      *                                        bierenv.cob -I copybooks
      *                                        -T bier-ctlmaint.lst
      *
      * data-entry maintenance for the BIER.CTL tunables, replacing
      * the record is rewritten only after a Y confirm, with old and
      * new values echoed side by side so the change can be seen
      * before it lands.
      *   the run is granted through BIER.AUTH (BIERAUTH) - a role
      * with BIER-CTLMAINT * - before BIER.CTL is even read.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FD  CONTROL-HISTORY.
       01  CONTROL-HISTORY-LINE                   PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  OLD-CONTROL-VALUES.
           03  OLD-SAME-DAY-SECONDS               PIC 9(05).
           03  OLD-DAILY-MAX                      PIC 9(02).
       77  WS-FIELD-DONE-SW                       PIC X(01).
           88  WS-FIELD-DONE                      VALUE "Y".
       77  WS-CONFIRM                             PIC X(01).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-CTLMAINT".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0002-CHECK-AUTHORITY.
           PERFORM 0010-READ-CONTROL.
           MOVE BCTL-SAME-DAY-SECONDS TO OLD-SAME-DAY-SECONDS
                                         NEW-SAME-DAY-SECONDS.
           PERFORM 1500-EDIT-PURGE-DAYS.
           PERFORM 2000-CONFIRM-AND-WRITE.
           GO TO 9999-EXIT.
       0002-CHECK-AUTHORITY.
      *    the role table on BIER.AUTH (see BIERAUTH)
           MOVE SPACES TO WS-AUTH-ACTION.
           CALL "BIERAUTH" USING WS-AUTH-PROGRAM WS-AUTH-ACTION
                                 WS-AUTH-SW.
           IF NOT WS-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0010-READ-CONTROL.
      *    same defaults bier.cob and bier-archive fall back on when
      *    there is no BIER.CTL on the shared drive yet
