       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERAUTH.
      * cobc -m -Wall bierauth.cob opsjrnl.cob fstatmsg.cob
      *               bierpin.cob bierhash.cob -I copybooks
      * shared authorization check, CALLed by every maintenance and
      * supervisory program before it touches anything:
      *     CALL "BIERAUTH" USING program-x(16) action-x(10)
      *                           allowed-sw-x(01)
      * program is the caller's PROGRAM-ID (BIER-KITTY), action the
      * run mode being asked for (ASSESS), spaces where the program
      * has no modes.  the answer is Y when the user named by
      * BIER_USER holds a role that grants the pair.  roles and their
      * holders live on the BIER.AUTH text file, maintained by hand
      * like BIER.CAL (a leading * makes a comment line):
      *     ROLE role program action
      *     USER user-id role
      * a role is granted one program and action per ROLE line, and a
      * * in the program or action position grants every one; a
      * user may hold several roles on as many USER lines.  the
      * roles in use are TREASURER, STOCKKEEPER, SUPERVISOR, OPERATOR
      * and DPO (data-protection officer), but any name will do.  on
      * a refusal the explanation is already on the console and the
      * refusal is journalled to OPS.JRNL.  as with BIER.USR, the
      * check starts once the file exists: with no BIER.AUTH on the
      * drive (status 35) every caller is let through with a
      * warning.  a BIER.AUTH that is there but will not open is no
      * such thing - the status is journalled and everyone is
      * refused, or a damaged file would switch the check off.
      *   BIER_USER alone proves nothing, so a user the table grants
      * must then sign on through BIERPIN before the answer is Y.
      * a person signs on with their PIN (mode I: BIER_PIN or a
      * prompt); an ID that is not on BIER.USR, or has no PIN, has
      * nothing to sign on with and is refused, as is a wrong PIN or
      * a lockout.  the one exception is a BIER.USR that is missing
      * or will not open: nobody can sign on, so the two programs
      * that mend it - BIER-USRLOAD and BIER-RESTORE - are let
      * through on the role alone, journalled; everything else is
      * refused.  the caller must not have BIER.USR open.
      *   an unattended run signs on with a batch key instead: when
      * BIER_BATCH_KEY is set it is checked in BIERPIN mode K, which
      * takes only the intake token of an ID without a PIN.
      * nightly-batch.sh runs as BIER_USER BATCH (BIER_BATCH_USER
      * overrides the name), and the first-workday KITTY-ASSESS job
      * of BIER-SCHED goes through here, so once BIER.AUTH exists
      * BATCH is set up once:
      *     bier-usermaint ADD BATCH NIGHT (never given a PIN)
      *     bier-usermaint TOKEN BATCH     (the key, kept in
      *                                     BATCH.KEY in BIER_HOME,
      *                                     readable by the batch
      *                                     account alone)
      * and BIER.AUTH carries the lines
      *     ROLE BATCH BIER-KITTY ASSESS
      *     USER BATCH BATCH
      * or the night stops at that job with return code 8.  with no
      * PIN, BATCH can not sign on at a terminal, and without
      * BATCH.KEY nobody can sign on as BATCH at all.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUTH-FILE ASSIGN TO "BIER.AUTH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUTH-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  AUTH-FILE.
       01  AUTH-LINE                              PIC X(80).
       WORKING-STORAGE SECTION.
       01  USER-ROLE-TABLE.
           03  USER-ROLE OCCURS 10 TIMES          PIC X(16).
       01  ROLE-GRANT-TABLE.
           03  ROLE-GRANT OCCURS 200 TIMES.
               05  RG-ROLE                        PIC X(16).
               05  RG-PROGRAM                     PIC X(16).
               05  RG-ACTION                      PIC X(10).
       77  WS-ROLE-COUNT                          PIC 9(02).
       77  WS-ROLE-IDX                            PIC 9(02).
       77  WS-GRANT-COUNT                         PIC 9(03).
       77  WS-GRANT-IDX                           PIC 9(03).
       77  WS-USER-ID                             PIC X(08).
       77  WS-HELD-SW                             PIC X(01).
           88  WS-ROLE-HELD                       VALUE "Y".
       77  AUTH-STAT                              PIC X(02).
       01  AUTH-LINE-TOKENS.
           03  AT-KIND                            PIC X(04).
           03  AT-FIRST                           PIC X(16).
           03  AT-SECOND                          PIC X(16).
           03  AT-THIRD                           PIC X(10).
       77  WS-OPS-PROGRAM                         PIC X(08)
                                                  VALUE "BIERAUTH".
       77  WS-OPS-FILE-NAME                       PIC X(16)
                                                  VALUE "BIER.AUTH".
       77  WS-OPS-STATUS                          PIC X(02)
                                                  VALUE "00".
       77  WS-OPS-MESSAGE                         PIC X(60).
       77  WS-OPS-RETURN-CODE                     PIC 9(02) VALUE 8.
       77  WS-OPS-ERROR-RC                        PIC 9(02) VALUE 16.
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-PIN-MODE                            PIC X(01).
           88  WS-PIN-BATCH-KEY                   VALUE "K".
       77  WS-PIN-KEY                             PIC X(16).
       77  WS-PIN-RESULT                          PIC X(01).
           88  WS-PIN-OK                          VALUE "Y".
           88  WS-PIN-REGISTRY-ERROR              VALUE "E" "R".
           88  WS-PIN-NOT-REGISTERED              VALUE "U".
           88  WS-PIN-NOT-SET                     VALUE "P".
       77  WS-SIGN-ON-WITH                        PIC X(13).
       LINKAGE SECTION.
       01  LK-PROGRAM                             PIC X(16).
       01  LK-ACTION                              PIC X(10).
       01  LK-ALLOWED-SW                          PIC X(01).
       PROCEDURE DIVISION USING LK-PROGRAM LK-ACTION LK-ALLOWED-SW.
       0000-MAIN.
           MOVE "N" TO LK-ALLOWED-SW.
           MOVE SPACES TO WS-USER-ID.
           DISPLAY "BIER_USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           MOVE UPPER-CASE(WS-USER-ID) TO WS-USER-ID.
           OPEN INPUT AUTH-FILE.
           IF AUTH-STAT = "35"
               DISPLAY "NO BIER.AUTH ON FILE - " TRIM(LK-PROGRAM)
                       " RUNS UNCHECKED" UPON TERM
               MOVE "Y" TO LK-ALLOWED-SW
               GO TO 9999-EXIT
           END-IF.
           IF AUTH-STAT NOT = "00"
               PERFORM 0910-AUTH-FILE-ERROR
           END-IF.
           MOVE 0 TO WS-ROLE-COUNT WS-GRANT-COUNT.
           PERFORM 0020-READ-AUTH-LINE
               UNTIL AUTH-STAT = "10".
           CLOSE AUTH-FILE.
           IF WS-USER-ID = SPACES
               DISPLAY "BIER_USER IS NOT SET - " TRIM(LK-PROGRAM)
                       " NEEDS TO KNOW WHO IS ASKING" UPON TERM
               MOVE "UNKNOWN" TO WS-USER-ID
               PERFORM 0900-REFUSE
               GO TO 9999-EXIT
           END-IF.
           MOVE 1 TO WS-GRANT-IDX.
           PERFORM 0100-CHECK-ONE-GRANT
               UNTIL WS-GRANT-IDX > WS-GRANT-COUNT
                   OR LK-ALLOWED-SW = "Y".
           IF LK-ALLOWED-SW NOT = "Y"
               DISPLAY "NOT AUTHORIZED: " TRIM(WS-USER-ID)
                       " HOLDS NO ROLE ON BIER.AUTH THAT PERMITS "
                       TRIM(LK-PROGRAM) " " TRIM(LK-ACTION) UPON TERM
               PERFORM 0900-REFUSE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0200-SIGN-ON.
           GO TO 9999-EXIT.
       0020-READ-AUTH-LINE.
           READ AUTH-FILE
               AT END
                   MOVE "10" TO AUTH-STAT
               NOT AT END
                   IF AUTH-LINE(1:1) NOT = "*"
                       PERFORM 0030-PARSE-AUTH-LINE
                   END-IF
           END-READ.
       0030-PARSE-AUTH-LINE.
           MOVE UPPER-CASE(AUTH-LINE) TO AUTH-LINE.
           MOVE SPACES TO AUTH-LINE-TOKENS.
           UNSTRING AUTH-LINE DELIMITED BY ALL SPACE
               INTO AT-KIND AT-FIRST AT-SECOND AT-THIRD.
           EVALUATE AT-KIND
               WHEN "USER"
                   IF AT-FIRST = WS-USER-ID AND AT-SECOND NOT = SPACES
                       IF WS-ROLE-COUNT < 10
                           ADD 1 TO WS-ROLE-COUNT
                           MOVE AT-SECOND TO USER-ROLE(WS-ROLE-COUNT)
                       ELSE
                           DISPLAY "BIER.AUTH GIVES " TRIM(WS-USER-ID)
                                   " MORE THAN 10 ROLES, IGNORING "
                                   TRIM(AT-SECOND) UPON TERM
                       END-IF
                   END-IF
               WHEN "ROLE"
                   IF AT-FIRST NOT = SPACES AND AT-SECOND NOT = SPACES
                       IF WS-GRANT-COUNT < 200
                           ADD 1 TO WS-GRANT-COUNT
                           MOVE AT-FIRST TO RG-ROLE(WS-GRANT-COUNT)
                           MOVE AT-SECOND TO RG-PROGRAM(WS-GRANT-COUNT)
                           MOVE AT-THIRD TO RG-ACTION(WS-GRANT-COUNT)
                       ELSE
                           DISPLAY "BIER.AUTH HAS MORE THAN 200 ROLE "
                                   "LINES, IGNORING THE REST" UPON TERM
                       END-IF
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   DISPLAY "BIER.AUTH LINE NOT UNDERSTOOD, IGNORED: "
                           TRIM(AUTH-LINE) UPON TERM
           END-EVALUATE.
       0100-CHECK-ONE-GRANT.
           IF (RG-PROGRAM(WS-GRANT-IDX) = LK-PROGRAM
                   OR RG-PROGRAM(WS-GRANT-IDX) = "*")
                   AND (RG-ACTION(WS-GRANT-IDX) = LK-ACTION
                   OR RG-ACTION(WS-GRANT-IDX) = "*")
               PERFORM 0110-CHECK-ROLE-HELD
               IF WS-ROLE-HELD
                   MOVE "Y" TO LK-ALLOWED-SW
               END-IF
           END-IF.
           ADD 1 TO WS-GRANT-IDX.
       0110-CHECK-ROLE-HELD.
           MOVE "N" TO WS-HELD-SW.
           MOVE 1 TO WS-ROLE-IDX.
           PERFORM 0120-CHECK-ROLE-STEP
               UNTIL WS-ROLE-IDX > WS-ROLE-COUNT
                   OR WS-ROLE-HELD.
       0120-CHECK-ROLE-STEP.
           IF USER-ROLE(WS-ROLE-IDX) = RG-ROLE(WS-GRANT-IDX)
               MOVE "Y" TO WS-HELD-SW
           ELSE
               ADD 1 TO WS-ROLE-IDX
           END-IF.
       0200-SIGN-ON.
      *    the role is there; now the person claiming it has to
      *    prove they are the user BIER_USER names
           MOVE SPACES TO WS-PIN-KEY.
           DISPLAY "BIER_BATCH_KEY" UPON ENVIRONMENT-NAME.
           ACCEPT WS-PIN-KEY FROM ENVIRONMENT-VALUE.
           IF WS-PIN-KEY = SPACES
               MOVE "I" TO WS-PIN-MODE
               MOVE "A PIN" TO WS-SIGN-ON-WITH
           ELSE
               MOVE "K" TO WS-PIN-MODE
               MOVE "THE BATCH KEY" TO WS-SIGN-ON-WITH
           END-IF.
           CALL "BIERPIN" USING WS-PIN-MODE WS-USER-ID WS-PIN-KEY
                                WS-PIN-RESULT.
           EVALUATE TRUE
               WHEN WS-PIN-OK
                   CONTINUE
               WHEN WS-PIN-REGISTRY-ERROR
                       AND (LK-PROGRAM = "BIER-USRLOAD"
                       OR LK-PROGRAM = "BIER-RESTORE")
                   DISPLAY "NO SIGN-ON POSSIBLE - "
                           TRIM(LK-PROGRAM) " RUNS ON THE BIER.AUTH "
                           "ROLE OF " TRIM(WS-USER-ID) " ALONE"
                           UPON TERM
                   MOVE SPACES TO WS-OPS-MESSAGE
                   STRING "GRANTED " DELIMITED BY SIZE
                           TRIM(WS-USER-ID) DELIMITED BY SIZE
                           " " DELIMITED BY SIZE
                           TRIM(LK-PROGRAM) DELIMITED BY SIZE
                           " WITHOUT PIN, NO READABLE BIER.USR"
                               DELIMITED BY SIZE
                       INTO WS-OPS-MESSAGE
                   CALL "OPSJRNL" USING WS-OPS-PROGRAM
                       WS-OPS-FILE-NAME WS-OPS-STATUS WS-OPS-MESSAGE
                       WS-OPS-RETURN-CODE
               WHEN WS-PIN-REGISTRY-ERROR
                   DISPLAY "NOT AUTHORIZED: NO READABLE BIER.USR TO "
                           "SIGN " TRIM(WS-USER-ID) " ON FOR "
                           TRIM(LK-PROGRAM) " " TRIM(LK-ACTION)
                           UPON TERM
                   MOVE "N" TO LK-ALLOWED-SW
                   PERFORM 0900-REFUSE
               WHEN WS-PIN-NOT-REGISTERED
                   DISPLAY "NOT AUTHORIZED: " TRIM(WS-USER-ID)
                           " IS NOT ON BIER.USR AND CAN NOT SIGN ON "
                           "FOR " TRIM(LK-PROGRAM) " " TRIM(LK-ACTION)
                           UPON TERM
                   MOVE "N" TO LK-ALLOWED-SW
                   PERFORM 0900-REFUSE
               WHEN WS-PIN-NOT-SET AND WS-PIN-BATCH-KEY
                   DISPLAY "NOT AUTHORIZED: " TRIM(WS-USER-ID)
                           " HAS NO BATCH KEY ON BIER.USR FOR "
                           TRIM(LK-PROGRAM) " " TRIM(LK-ACTION)
                           UPON TERM
                   MOVE "N" TO LK-ALLOWED-SW
                   PERFORM 0900-REFUSE
               WHEN WS-PIN-NOT-SET
                   DISPLAY "NOT AUTHORIZED: " TRIM(WS-USER-ID)
                           " HAS NO PIN TO SIGN ON FOR "
                           TRIM(LK-PROGRAM) " " TRIM(LK-ACTION)
                           UPON TERM
                   MOVE "N" TO LK-ALLOWED-SW
                   PERFORM 0900-REFUSE
               WHEN OTHER
                   DISPLAY "NOT AUTHORIZED: " TRIM(WS-USER-ID)
                           " DID NOT SIGN ON WITH "
                           TRIM(WS-SIGN-ON-WITH) " FOR "
                           TRIM(LK-PROGRAM) " " TRIM(LK-ACTION)
                           UPON TERM
                   MOVE "N" TO LK-ALLOWED-SW
                   PERFORM 0900-REFUSE
           END-EVALUATE.
       0900-REFUSE.
           MOVE SPACES TO WS-OPS-MESSAGE.
           STRING "REFUSED " DELIMITED BY SIZE
                   TRIM(WS-USER-ID) DELIMITED BY SIZE
                   " FOR " DELIMITED BY SIZE
                   TRIM(LK-PROGRAM) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(LK-ACTION) DELIMITED BY SIZE
               INTO WS-OPS-MESSAGE.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM WS-OPS-FILE-NAME
               WS-OPS-STATUS WS-OPS-MESSAGE WS-OPS-RETURN-CODE.
       0910-AUTH-FILE-ERROR.
      *    only status 35 means the table is not set up yet
           CALL "FSTATMSG" USING AUTH-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM WS-OPS-FILE-NAME
               AUTH-STAT WS-FSTAT-MESSAGE WS-OPS-ERROR-RC.
           DISPLAY "BIER.AUTH ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   AUTH-STAT ") - " TRIM(LK-PROGRAM) " REFUSED"
                   UPON TERM.
           MOVE "N" TO LK-ALLOWED-SW.
           GO TO 9999-EXIT.
       9999-EXIT.
           GOBACK.
