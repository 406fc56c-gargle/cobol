       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-INTAKE.
      * cobc -x -Wall bier-intake.cob fstatmsg.cob bierjrnl.cob
      *              opsjrnl.cob bierday.cob bierstck.cob bierpcls.cob
      *              biertapr.cob bierpin.cob bierhash.cob
      *              bierenv.cob -I copybooks
      *              -T bier-intake.lst
      *
      * batch intake for remote entries: sweeps the DROPBOX directory
      * of small one-line entry files (written there by a phone
      * key handling, limit and alert checks, trailer rewrite, and
      * the BIER.JRN mutation journal.  each processed file is moved
      * to DROPBOX.ACC or DROPBOX.REJ and a one-line result is
      * appended to INTAKE.LOG - "sweep-timestamp user file RESULT
      * [- reason]", the user "-" when the entry could not be read,
      * so BIER-SUSPECT can tell when files turned up.  the BIER.LCK
      * exclusive lock is taken once for the whole sweep.
      *
      * entry file format, one line:  USER[:KEY] TIMESTAMP [BEVERAGE]
      * (timestamp YYYYMMDDHHMMSS; beverage defaults to BEER).  KEY
      * is the user's PIN or, better, the intake token BIER-USERMAINT
      * TOKEN issues, so the PIN itself never sits in a file on the
      * shared drive; it is required once the user has either on
      * BIER.USR, and checked through BIERPIN like a console sign-on.
      *
      * each swept file also gets a small receipt written back into
      * the drop area as <name>.RESULT - accepted or rejected with
      * the reason, and on acceptance the same feedback bier.cob
      * gives interactively (today's count, session count, any limit
      * or alert warning, and the week's standing for a user on a
      * taper plan) - so the phone path stops being a black hole.
      * receipts are skipped by the next sweep.
      *
      * the monthly rollover is deliberately not run here, same as
      * bier.cob's BACKDATE mode - an entry for a prior month lands
      * on the live file and BIER-REFILE moves it home.  an entry
      * dated inside a period closed by BIER-CLOSE is rejected.
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
       COPY "bierjrn.cpy".
       COPY "bierdayd.cpy".
       COPY "biertpr.cpy".
       77  WS-TAPER-TARGET-OUT                    PIC ZZ9.9.
       01  PLEDGE-LINE-FIELDS.
           03  PL-USER-ID                         PIC X(08).
           03  PL-START-DATE                      PIC X(08).
           03  PL-END-DATE                        PIC X(08).
           03  PL-MODE                            PIC X(01).
       01  ENTRY-LINE-TOKENS.
           03  ET-SIGN-ON                         PIC X(30).
           03  ET-USER-ID                         PIC X(08).
           03  ET-KEY                             PIC X(16).
           03  ET-TIMESTAMP                       PIC X(14).
           03  ET-BEVERAGE                        PIC X(16).
       01  WS-ENTRY-TIMESTAMP-DATA.
           88  WS-NEW-SESSION-YES                  VALUE "Y".
       77  WS-TRAILER-BEFORE-IMAGE                PIC X(38).
       77  WS-DROP-FILE-NAME                      PIC X(64).
       01  WS-SWEEP-TIMESTAMP-DATA.
           03  WS-SWEEP-TIMESTAMP                 PIC 9(14).
           03  FILLER                             PIC X(07).
       77  WS-LOG-USER-ID                         PIC X(08).
       77  WS-ENTRY-PATH                          PIC X(80).
       77  WS-RESULT                              PIC X(08).
       77  WS-REASON                              PIC X(40).
       77  WS-PERIOD-STATE                        PIC X(01).
       77  WS-SYSTEM-CMD                          PIC X(200).
       77  WS-ACCEPTED-COUNT                      PIC 9(05) VALUE 0.
       77  WS-REJECTED-COUNT                      PIC 9(05) VALUE 0.
       77  WS-SITE-ID                             PIC X(04).
       77  WS-QUIESCE-SW                          PIC X(01) VALUE "N".
           88  WS-QUIESCE-HELD                    VALUE "Y".
       77  WS-PIN-MODE                            PIC X(01) VALUE "B".
       77  WS-PIN-RESULT                          PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           CALL "SYSTEM" USING
               "mkdir -p DROPBOX DROPBOX.ACC DROPBOX.REJ".
           CALL "SYSTEM" USING
           END-READ.
       0007-CHECK-REGISTRY-EXISTS.
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE "Y" TO WS-REGISTRY-SW
               CLOSE BIER-REGISTRY
           END-READ.
       0100-PROCESS-ONE-FILE.
           MOVE SPACES TO WS-RESULT WS-REASON.
           MOVE SPACES TO ENTRY-LINE-TOKENS.
           MOVE "N" TO WS-ALERT-FIRED-SW.
           MOVE SPACES TO WS-ENTRY-PATH.
           STRING "DROPBOX/" DELIMITED BY SIZE
       0110-PROCESS-ONE-ENTRY.
           MOVE SPACES TO ENTRY-LINE-TOKENS.
           UNSTRING DROP-ENTRY-LINE DELIMITED BY ALL SPACE
               INTO ET-SIGN-ON ET-TIMESTAMP ET-BEVERAGE.
           UNSTRING ET-SIGN-ON DELIMITED BY ":"
               INTO ET-USER-ID ET-KEY.
           IF ET-BEVERAGE = SPACES
               MOVE "BEER" TO ET-BEVERAGE
           END-IF.
                               OR WS-ENTRY-SECONDS > 59
                           MOVE "NO SUCH TIME OF DAY" TO WS-REASON
                       WHEN OTHER
                           PERFORM 0125-CHECK-CLOSED-PERIOD
                           IF WS-REASON = SPACES
                               PERFORM 0130-CHECK-REGISTRY
                           END-IF
                           IF WS-REASON = SPACES
                               PERFORM 0135-CHECK-PIN
                           END-IF
                           IF WS-REASON = SPACES
                               PERFORM 0140-CHECK-BEVERAGE
                           END-IF
                           END-IF
                   END-EVALUATE
           END-EVALUATE.
       0125-CHECK-CLOSED-PERIOD.
      *    a month frozen by BIER-CLOSE takes nothing more from the
      *    phone path either
           CALL "BIERPCLS" USING WS-ENTRY-DATE WS-PERIOD-STATE.
           IF WS-PERIOD-STATE = "C"
               MOVE "PERIOD IS CLOSED (BIER-CLOSE)" TO WS-REASON
           END-IF.
       0130-CHECK-REGISTRY.
           IF WS-REGISTRY-ON-FILE
               OPEN INPUT BIER-REGISTRY
               END-READ
               CLOSE BIER-REGISTRY
           END-IF.
       0135-CHECK-PIN.
      *    the phone has to prove who it speaks for - the user's PIN
      *    or intake token after the ID (see BIERPIN); wrong keys
      *    count towards the same lockout as at the console
           CALL "BIERPIN" USING WS-PIN-MODE ET-USER-ID ET-KEY
                                WS-PIN-RESULT.
           EVALUATE WS-PIN-RESULT
               WHEN "N"
                   MOVE "WRONG PIN OR TOKEN" TO WS-REASON
               WHEN "L"
                   MOVE "USER IS LOCKED OUT AFTER WRONG PINS"
                       TO WS-REASON
               WHEN "M"
                   MOVE "NO PIN OR TOKEN AFTER THE USER ID"
                       TO WS-REASON
               WHEN "E"
                   MOVE "BIER.USR UNREADABLE, NO SIGN-ON POSSIBLE"
                       TO WS-REASON
           END-EVALUATE.
       0140-CHECK-BEVERAGE.
           MOVE "N" TO WS-ENTRY-AF-SW.
           IF WS-CATALOG-ON-FILE
               CLOSE INTAKE-LOG
               OPEN OUTPUT INTAKE-LOG
           END-IF.
           MOVE CURRENT-DATE TO WS-SWEEP-TIMESTAMP-DATA.
           MOVE ET-USER-ID TO WS-LOG-USER-ID.
           IF WS-LOG-USER-ID = SPACES
               MOVE "-" TO WS-LOG-USER-ID
           END-IF.
           MOVE SPACES TO INTAKE-LOG-LINE.
           IF WS-REASON = SPACES
               STRING WS-SWEEP-TIMESTAMP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(WS-LOG-USER-ID) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(WS-DROP-FILE-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RESULT DELIMITED BY SIZE
                   INTO INTAKE-LOG-LINE
           ELSE
               STRING WS-SWEEP-TIMESTAMP DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(WS-LOG-USER-ID) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(WS-DROP-FILE-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-RESULT DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       INTO DROP-RESULT-LINE
                   WRITE DROP-RESULT-LINE
               END-IF
               PERFORM 0240-WRITE-TAPER-STANDING
               IF WS-ALERT-FIRED
                   MOVE SPACES TO DROP-RESULT-LINE
                   STRING "*** ALERT THRESHOLD OF "
                   WRITE DROP-RESULT-LINE
               END-IF
           END-IF.
       0240-WRITE-TAPER-STANDING.
      *    the same standing bier.cob's 0335-DISPLAY-TAPER-STANDING
      *    shows, against the week the entry falls in
           MOVE ET-USER-ID TO TPR-USER-ID.
           MOVE WS-ENTRY-DATE TO TPR-DATE.
           CALL "BIERTAPR" USING BIER-TAPER-AREA.
           IF NOT TPR-NO-PLAN
               MOVE TPR-WEEK-TARGET TO WS-TAPER-TARGET-OUT
               MOVE TPR-WEEK-UNITS TO WS-UNITS-OUT
               MOVE SPACES TO DROP-RESULT-LINE
               STRING "TAPER PLAN WEEK " DELIMITED BY SIZE
                       TPR-WEEK-NO DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       TPR-WEEK-COUNT DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       TRIM(WS-UNITS-OUT) DELIMITED BY SIZE
                       " OF " DELIMITED BY SIZE
                       TRIM(WS-TAPER-TARGET-OUT) DELIMITED BY SIZE
                       " UNITS USED SINCE " DELIMITED BY SIZE
                       TPR-WEEK-START DELIMITED BY SIZE
                   INTO DROP-RESULT-LINE
               WRITE DROP-RESULT-LINE
               IF TPR-OVER-TARGET
                   MOVE "*** OVER THIS WEEK'S TAPER TARGET ***"
                       TO DROP-RESULT-LINE
                   WRITE DROP-RESULT-LINE
               END-IF
           END-IF.
       0900-FILE-ERROR.
           CALL "FSTATMSG" USING FILE-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
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
