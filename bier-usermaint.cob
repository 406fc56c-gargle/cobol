       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-USERMAINT.
      * cobc -x -Wall bier-usermaint.cob fstatmsg.cob opsjrnl.cob
      *                     bierauth.cob bierhash.cob
      *                     bierpin.cob
      *                     bierenv.cob -I copybooks
      *                     -T bier-usermaint.lst
      *
      * usage: bier-usermaint LIST
      *        bier-usermaint ADD id display-name [dailymax goaldays
      *        bier-usermaint DEACTIVATE id
      *        bier-usermaint PROMOTE id
      *        bier-usermaint DEMOTE id
      *        bier-usermaint BANK id iban [reference]
      *        bier-usermaint BODY id weight-kg [M|F]
      *        bier-usermaint MAIL id address
      *        bier-usermaint NOTIFY id type ON|OFF
      *        bier-usermaint PIN id pin
      *        bier-usermaint TOKEN id
      *        bier-usermaint LANG id EN|NL|FR
      *   maintains the BIER.USR registered-user file.  ADD creates
      * the ID or updates it in place (display name with dashes for
      * spaces); the optional dailymax/goaldays are per-user overrides
      * passes it.  DEACTIVATE keeps the history but blocks new
      * entries for the ID.  PROMOTE grants the supervisor standing
      * BIER-AMEND requires (DEMOTE takes it back) - history
      * corrections are not for everyone's fingers.  BANK records
      * the account the user pays the kitty from and the reference
      * text they put on their transfers, which is what BIER-BANKIMP
      * matches bank statement credits against ("-" as the iban
      * clears it).  BODY records the optional body weight and sex
      * BIER's blood-alcohol estimate needs - nothing else reads
      * them, LIST does not show them, and "-" as the weight clears
      * both again.  MAIL records the e-mail address BIERNTFY sends
      * the user's notices to ("-" clears it, and with it every
      * notice); NOTIFY opts the user in or out of one notice type -
      * REMIND, ALERT, ROUND, BUDGET or ESCALATE.  a new address
      * starts with every type on.  PIN sets the sign-on PIN (4 to 8
      * digits) BIERPIN asks for, and is also the administrator's
      * reset: it clears the failure count and lifts a lockout ("-"
      * removes the PIN).  TOKEN issues a fresh DROPBOX intake token
      * for phones that should not carry the PIN - it is shown once
      * here and only its hash is kept ("-" as a third argument
      * withdraws it).  on an ID without a PIN, such as BATCH, the
      * same token is the batch key an unattended run signs on with
      * (BIERAUTH).  LIST shows PIN standing as SET, LCK or ---.
      * LANG sets the language the user's console text, statement
      * and notices come out in (BIERMSG and the BIER.MSG catalog);
      * "-" puts the user back on English.
      *   every mode that changes BIER.USR is granted through
      * BIER.AUTH (BIERAUTH), the run mode being the action; only
      * LIST, which changes nothing, stays open.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  USR-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-ARG-DAILY-MAX                       PIC X(02).
       77  WS-ARG-GOAL-DAYS                       PIC X(02).
       77  WS-ARG-BUDGET                          PIC X(08).
       77  WS-ARG-IBAN                            PIC X(34).
       77  WS-ARG-BANK-REF                        PIC X(16).
       77  WS-ARG-WEIGHT                          PIC X(03).
       77  WS-ARG-SEX                             PIC X(01).
       77  WS-ARG-EMAIL                           PIC X(60).
       77  WS-ARG-NOTIFY-TYPE                     PIC X(08).
       77  WS-ARG-NOTIFY-SETTING                  PIC X(03).
       77  WS-ARG-PIN                             PIC X(16).
       77  WS-ARG-LANGUAGE                        PIC X(04).
       77  WS-PIN-LENGTH                          PIC 9(02).
       77  WS-PIN-STANDING                        PIC X(03).
       77  WS-LIST-LANGUAGE                       PIC X(02).
       77  WS-NEW-TOKEN                           PIC X(16).
       77  WS-TOKEN-HASH                          PIC X(16).
       01  WS-TOKEN-SEED-DATA.
           03  WS-TOKEN-SEED                      PIC X(16).
           03  FILLER                             PIC X(05).
       77  WS-OPT-FLAG                            PIC X(01).
       77  WS-AT-SIGN-COUNT                       PIC 9(02).
       77  WS-BUDGET-OUT                          PIC ZZZ9.99.
       77  WS-OLD-SUPERVISOR                      PIC X(01).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-LIST-COUNT                          PIC 9(03) VALUE 0.
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                              VALUE "BIER-USERMAINT".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF WS-RUN-MODE = "ADD" OR WS-RUN-MODE = "ACTIVATE"
                   OR WS-RUN-MODE = "DEACTIVATE"
                   OR WS-RUN-MODE = "PROMOTE" OR WS-RUN-MODE = "DEMOTE"
                   OR WS-RUN-MODE = "BANK" OR WS-RUN-MODE = "BODY"
                   OR WS-RUN-MODE = "MAIL" OR WS-RUN-MODE = "NOTIFY"
                   OR WS-RUN-MODE = "PIN" OR WS-RUN-MODE = "TOKEN"
                   OR WS-RUN-MODE = "LANG"
               PERFORM 0002-CHECK-AUTHORITY
           END-IF.
           PERFORM 0010-OPEN-FILE.
           EVALUATE WS-RUN-MODE
               WHEN "LIST"
                   PERFORM 0400-SET-SUPERVISOR-FLAG
               WHEN "DEMOTE"
                   PERFORM 0400-SET-SUPERVISOR-FLAG
               WHEN "BANK"
                   PERFORM 0500-SET-BANK-DETAILS
               WHEN "BODY"
                   PERFORM 0600-SET-BODY-DETAILS
               WHEN "MAIL"
                   PERFORM 0700-SET-MAIL-ADDRESS
               WHEN "NOTIFY"
                   PERFORM 0710-SET-NOTIFY-OPTION
               WHEN "PIN"
                   PERFORM 0800-SET-PIN
               WHEN "TOKEN"
                   PERFORM 0810-ISSUE-TOKEN
               WHEN "LANG"
                   PERFORM 0720-SET-LANGUAGE
               WHEN OTHER
                   DISPLAY "USAGE: BIER-USERMAINT LIST" UPON TERM
                   DISPLAY "       BIER-USERMAINT ADD ID NAME "
                       UPON TERM
                   DISPLAY "       BIER-USERMAINT DEMOTE ID"
                       UPON TERM
                   DISPLAY "       BIER-USERMAINT BANK ID IBAN "
                           "[REFERENCE]" UPON TERM
                   DISPLAY "       BIER-USERMAINT BODY ID WEIGHT-KG "
                           "[M|F]" UPON TERM
                   DISPLAY "       BIER-USERMAINT MAIL ID ADDRESS"
                       UPON TERM
                   DISPLAY "       BIER-USERMAINT NOTIFY ID TYPE ON|OFF"
                       UPON TERM
                   DISPLAY "       BIER-USERMAINT PIN ID PIN" UPON TERM
                   DISPLAY "       BIER-USERMAINT TOKEN ID [-]"
                       UPON TERM
                   DISPLAY "       BIER-USERMAINT LANG ID EN|NL|FR"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           CLOSE BIER-REGISTRY.
           GO TO 9999-EXIT.
       0002-CHECK-AUTHORITY.
      *    the role table on BIER.AUTH (see BIERAUTH)
           MOVE WS-RUN-MODE TO WS-AUTH-ACTION.
           CALL "BIERAUTH" USING WS-AUTH-PROGRAM WS-AUTH-ACTION
                                 WS-AUTH-SW.
           IF NOT WS-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-RUN-MODE WS-ARG-USER-ID WS-ARG-NAME
               WS-ARG-BUDGET WS-ARG-IBAN WS-ARG-BANK-REF
               WS-ARG-WEIGHT WS-ARG-SEX WS-ARG-EMAIL
               WS-ARG-NOTIFY-TYPE WS-ARG-NOTIFY-SETTING WS-ARG-PIN
               WS-ARG-LANGUAGE.
           MOVE "00" TO WS-ARG-DAILY-MAX WS-ARG-GOAL-DAYS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
                   OR WS-RUN-MODE = "DEACTIVATE"
                   OR WS-RUN-MODE = "PROMOTE"
                   OR WS-RUN-MODE = "DEMOTE"
                   OR WS-RUN-MODE = "BANK"
                   OR WS-RUN-MODE = "BODY"
                   OR WS-RUN-MODE = "MAIL"
                   OR WS-RUN-MODE = "NOTIFY"
                   OR WS-RUN-MODE = "PIN"
                   OR WS-RUN-MODE = "TOKEN"
                   OR WS-RUN-MODE = "LANG"
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-USER-ID FROM ARGUMENT-VALUE
                   ON EXCEPTION
               END-IF
               PERFORM 0007-EDIT-OVERRIDE-ARGS
           END-IF.
           IF WS-RUN-MODE = "BANK"
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-IBAN FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-IBAN
               END-ACCEPT
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-BANK-REF FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-BANK-REF
               END-ACCEPT
               IF WS-ARG-IBAN = SPACES
                   DISPLAY "BANK NEEDS AN IBAN (- TO CLEAR)" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           IF WS-RUN-MODE = "BODY"
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-WEIGHT FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-WEIGHT
               END-ACCEPT
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-SEX FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-SEX
               END-ACCEPT
               MOVE UPPER-CASE(WS-ARG-SEX) TO WS-ARG-SEX
               IF WS-ARG-WEIGHT = SPACES
                   DISPLAY "BODY NEEDS A WEIGHT IN KG (- TO CLEAR)"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               IF WS-ARG-WEIGHT NOT = "-"
                   IF TEST-NUMVAL(WS-ARG-WEIGHT) NOT = 0
                       DISPLAY "WEIGHT MUST BE WHOLE KG, 30 TO 250"
                           UPON TERM
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
                   END-IF
                   IF NUMVAL(WS-ARG-WEIGHT) < 30
                           OR NUMVAL(WS-ARG-WEIGHT) > 250
                       DISPLAY "WEIGHT MUST BE WHOLE KG, 30 TO 250"
                           UPON TERM
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
                   END-IF
               END-IF
               IF WS-ARG-SEX NOT = SPACE AND WS-ARG-SEX NOT = "M"
                       AND WS-ARG-SEX NOT = "F"
                   DISPLAY "SEX MUST BE M OR F, OR LEFT OFF" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           IF WS-RUN-MODE = "MAIL"
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-EMAIL FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-EMAIL
               END-ACCEPT
               IF WS-ARG-EMAIL = SPACES
                   DISPLAY "MAIL NEEDS AN ADDRESS (- TO CLEAR)"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               MOVE 0 TO WS-AT-SIGN-COUNT
               INSPECT WS-ARG-EMAIL TALLYING WS-AT-SIGN-COUNT
                   FOR ALL "@"
               IF WS-ARG-EMAIL NOT = "-" AND WS-AT-SIGN-COUNT NOT = 1
                   DISPLAY "THAT DOES NOT LOOK LIKE AN E-MAIL ADDRESS"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           IF WS-RUN-MODE = "NOTIFY"
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-NOTIFY-TYPE FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-NOTIFY-TYPE
               END-ACCEPT
               DISPLAY 4 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-NOTIFY-SETTING FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-NOTIFY-SETTING
               END-ACCEPT
               MOVE UPPER-CASE(WS-ARG-NOTIFY-TYPE)
                   TO WS-ARG-NOTIFY-TYPE
               MOVE UPPER-CASE(WS-ARG-NOTIFY-SETTING)
                   TO WS-ARG-NOTIFY-SETTING
               IF (WS-ARG-NOTIFY-TYPE NOT = "REMIND"
                       AND WS-ARG-NOTIFY-TYPE NOT = "ALERT"
                       AND WS-ARG-NOTIFY-TYPE NOT = "ROUND"
                       AND WS-ARG-NOTIFY-TYPE NOT = "BUDGET"
                       AND WS-ARG-NOTIFY-TYPE NOT = "ESCALATE")
                   OR (WS-ARG-NOTIFY-SETTING NOT = "ON"
                       AND WS-ARG-NOTIFY-SETTING NOT = "OFF")
                   DISPLAY "NOTIFY NEEDS A TYPE (REMIND ALERT ROUND "
                           "BUDGET ESCALATE) AND ON OR OFF" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           IF WS-RUN-MODE = "PIN" OR WS-RUN-MODE = "TOKEN"
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-PIN FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-PIN
               END-ACCEPT
           END-IF.
           IF WS-RUN-MODE = "PIN" AND WS-ARG-PIN NOT = "-"
               MOVE 0 TO WS-PIN-LENGTH
               INSPECT WS-ARG-PIN TALLYING WS-PIN-LENGTH
                   FOR CHARACTERS BEFORE INITIAL SPACE
               IF WS-PIN-LENGTH < 4 OR WS-PIN-LENGTH > 8
                   DISPLAY "PIN NEEDS 4 TO 8 DIGITS (- TO REMOVE IT)"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               IF WS-ARG-PIN(1:WS-PIN-LENGTH) NOT NUMERIC
                   DISPLAY "PIN NEEDS 4 TO 8 DIGITS (- TO REMOVE IT)"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           IF WS-RUN-MODE = "LANG"
               DISPLAY 3 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-LANGUAGE FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-LANGUAGE
               END-ACCEPT
               MOVE UPPER-CASE(WS-ARG-LANGUAGE) TO WS-ARG-LANGUAGE
      *        any two-letter code is taken, so a third language only
      *        needs its lines on BIER.MSG
               IF WS-ARG-LANGUAGE NOT = "-"
                   IF WS-ARG-LANGUAGE(1:2) NOT ALPHABETIC
                           OR WS-ARG-LANGUAGE(1:1) = SPACE
                           OR WS-ARG-LANGUAGE(2:1) = SPACE
                           OR WS-ARG-LANGUAGE(3:2) NOT = SPACES
                       DISPLAY "LANG NEEDS A TWO-LETTER LANGUAGE CODE "
                               "SUCH AS EN, NL OR FR (- FOR ENGLISH)"
                           UPON TERM
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
                   END-IF
               END-IF
           END-IF.
       0007-EDIT-OVERRIDE-ARGS.
      *    single-digit overrides arrive left-justified ("4 ") -
      *    slide them right and zero-fill before the NUMERIC test
       0100-LIST-REGISTRY.
           DISPLAY "REGISTERED USERS" UPON TERM.
           DISPLAY "ID       NAME                     ACT MAX GOAL"
                   " BUDGET  SUP PIN LNG" UPON TERM.
           PERFORM 0110-READ-REGISTRY
               UNTIL USR-STAT = "10".
           DISPLAY WS-LIST-COUNT " USER(S) ON FILE" UPON TERM.
                   MOVE "10" TO USR-STAT
               NOT AT END
                   MOVE BUSR-MONTH-BUDGET TO WS-BUDGET-OUT
                   MOVE BUSR-LANGUAGE TO WS-LIST-LANGUAGE
                   IF WS-LIST-LANGUAGE = SPACES
                       MOVE "EN" TO WS-LIST-LANGUAGE
                   END-IF
                   EVALUATE TRUE
                       WHEN BUSR-PIN-LOCKED
                           MOVE "LCK" TO WS-PIN-STANDING
                       WHEN BUSR-PIN-HASH NOT = SPACES
                           MOVE "SET" TO WS-PIN-STANDING
                       WHEN OTHER
                           MOVE "---" TO WS-PIN-STANDING
                   END-EVALUATE
                   DISPLAY BUSR-USER-ID " " BUSR-DISPLAY-NAME " "
                           BUSR-ACTIVE-FLAG "   "
                           BUSR-DAILY-MAX-OVERRIDE "  "
                           BUSR-GOAL-DAYS-OVERRIDE "  "
                           WS-BUDGET-OUT "  "
                           BUSR-SUPERVISOR-FLAG "   "
                           WS-PIN-STANDING " "
                           WS-LIST-LANGUAGE UPON TERM
                   ADD 1 TO WS-LIST-COUNT
           END-READ.
       0200-ADD-OR-UPDATE.
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE BUSR-SUPERVISOR-FLAG TO WS-OLD-SUPERVISOR
           END-READ.
      *    a brand-new ID starts with no bank, body or mail details,
      *    no PIN and English - an update keeps whatever BANK, BODY,
      *    MAIL, PIN, TOKEN and LANG put there
           IF NOT WS-FOUND-YES
               MOVE SPACES TO BUSR-IBAN BUSR-BANK-REF
               MOVE 0 TO BUSR-BODY-WEIGHT-KG
               MOVE SPACE TO BUSR-SEX
               MOVE SPACES TO BUSR-EMAIL-ADDRESS BUSR-NOTIFY-OPT-OUTS
               MOVE SPACES TO BUSR-PIN-HASH BUSR-TOKEN-HASH
               MOVE 0 TO BUSR-PIN-FAILURES
               MOVE "N" TO BUSR-PIN-LOCK-FLAG
               MOVE SPACES TO BUSR-LANGUAGE
           END-IF.
           MOVE WS-ARG-USER-ID TO BUSR-USER-ID.
           MOVE WS-ARG-NAME TO BUSR-DISPLAY-NAME.
      *    dashes in the display-name argument stand in for spaces,
               DISPLAY TRIM(BUSR-USER-ID) " MAY NO LONGER RUN "
                       "BIER-AMEND" UPON TERM
           END-IF.
       0500-SET-BANK-DETAILS.
           MOVE WS-ARG-USER-ID TO BUSR-USER-ID.
           READ BIER-REGISTRY
               KEY IS BUSR-USER-ID
               INVALID KEY
                   DISPLAY TRIM(WS-ARG-USER-ID) " IS NOT ON BIER.USR"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-READ.
           IF WS-ARG-IBAN = "-"
               MOVE SPACES TO BUSR-IBAN BUSR-BANK-REF
           ELSE
               MOVE UPPER-CASE(WS-ARG-IBAN) TO BUSR-IBAN
               MOVE UPPER-CASE(WS-ARG-BANK-REF) TO BUSR-BANK-REF
           END-IF.
           REWRITE BIER-USER-RECORD
               INVALID KEY
                   PERFORM 0900-USR-FILE-ERROR
           END-REWRITE.
           IF BUSR-IBAN = SPACES
               DISPLAY TRIM(BUSR-USER-ID) " HAS NO BANK DETAILS NOW"
                   UPON TERM
           ELSE
               DISPLAY TRIM(BUSR-USER-ID) " PAYS FROM "
                       TRIM(BUSR-IBAN) " REF "
                       TRIM(BUSR-BANK-REF) UPON TERM
           END-IF.
       0600-SET-BODY-DETAILS.
           MOVE WS-ARG-USER-ID TO BUSR-USER-ID.
           READ BIER-REGISTRY
               KEY IS BUSR-USER-ID
               INVALID KEY
                   DISPLAY TRIM(WS-ARG-USER-ID) " IS NOT ON BIER.USR"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-READ.
           IF WS-ARG-WEIGHT = "-"
               MOVE 0 TO BUSR-BODY-WEIGHT-KG
               MOVE SPACE TO BUSR-SEX
           ELSE
               COMPUTE BUSR-BODY-WEIGHT-KG = NUMVAL(WS-ARG-WEIGHT)
               MOVE WS-ARG-SEX TO BUSR-SEX
           END-IF.
           REWRITE BIER-USER-RECORD
               INVALID KEY
                   PERFORM 0900-USR-FILE-ERROR
           END-REWRITE.
           IF BUSR-BODY-WEIGHT-KG = 0
               DISPLAY TRIM(BUSR-USER-ID) " HAS NO BODY DETAILS NOW - "
                       "NO BLOOD-ALCOHOL ESTIMATE" UPON TERM
           ELSE
               DISPLAY TRIM(BUSR-USER-ID) " BODY DETAILS SET - "
                       "BLOOD-ALCOHOL ESTIMATE SHOWN AT ENTRY"
                   UPON TERM
           END-IF.
       0700-SET-MAIL-ADDRESS.
           MOVE WS-ARG-USER-ID TO BUSR-USER-ID.
           READ BIER-REGISTRY
               KEY IS BUSR-USER-ID
               INVALID KEY
                   DISPLAY TRIM(WS-ARG-USER-ID) " IS NOT ON BIER.USR"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-READ.
           IF WS-ARG-EMAIL = "-"
               MOVE SPACES TO BUSR-EMAIL-ADDRESS
           ELSE
               IF BUSR-EMAIL-ADDRESS = SPACES
                   MOVE SPACES TO BUSR-NOTIFY-OPT-OUTS
               END-IF
               MOVE WS-ARG-EMAIL TO BUSR-EMAIL-ADDRESS
           END-IF.
           REWRITE BIER-USER-RECORD
               INVALID KEY
                   PERFORM 0900-USR-FILE-ERROR
           END-REWRITE.
           IF BUSR-EMAIL-ADDRESS = SPACES
               DISPLAY TRIM(BUSR-USER-ID) " HAS NO E-MAIL ADDRESS NOW "
                       "- NO NOTICES WILL BE SENT" UPON TERM
           ELSE
               DISPLAY TRIM(BUSR-USER-ID) " NOTICES GO TO "
                       TRIM(BUSR-EMAIL-ADDRESS) UPON TERM
           END-IF.
       0710-SET-NOTIFY-OPTION.
           MOVE WS-ARG-USER-ID TO BUSR-USER-ID.
           READ BIER-REGISTRY
               KEY IS BUSR-USER-ID
               INVALID KEY
                   DISPLAY TRIM(WS-ARG-USER-ID) " IS NOT ON BIER.USR"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-READ.
           IF WS-ARG-NOTIFY-SETTING = "ON"
               MOVE "Y" TO WS-OPT-FLAG
           ELSE
               MOVE "N" TO WS-OPT-FLAG
           END-IF.
           EVALUATE WS-ARG-NOTIFY-TYPE
               WHEN "REMIND"
                   MOVE WS-OPT-FLAG TO BUSR-NOTIFY-REMIND
               WHEN "ALERT"
                   MOVE WS-OPT-FLAG TO BUSR-NOTIFY-ALERT
               WHEN "ROUND"
                   MOVE WS-OPT-FLAG TO BUSR-NOTIFY-ROUND
               WHEN "BUDGET"
                   MOVE WS-OPT-FLAG TO BUSR-NOTIFY-BUDGET
               WHEN "ESCALATE"
                   MOVE WS-OPT-FLAG TO BUSR-NOTIFY-ESCALATE
           END-EVALUATE.
           REWRITE BIER-USER-RECORD
               INVALID KEY
                   PERFORM 0900-USR-FILE-ERROR
           END-REWRITE.
           DISPLAY TRIM(BUSR-USER-ID) " " TRIM(WS-ARG-NOTIFY-TYPE)
                   " NOTICES " TRIM(WS-ARG-NOTIFY-SETTING) UPON TERM.
           IF BUSR-EMAIL-ADDRESS = SPACES
               DISPLAY "(NO E-MAIL ADDRESS ON FILE YET - SEE "
                       "BIER-USERMAINT MAIL)" UPON TERM
           END-IF.
       0720-SET-LANGUAGE.
           MOVE WS-ARG-USER-ID TO BUSR-USER-ID.
           READ BIER-REGISTRY
               KEY IS BUSR-USER-ID
               INVALID KEY
                   DISPLAY TRIM(WS-ARG-USER-ID) " IS NOT ON BIER.USR"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-READ.
           IF WS-ARG-LANGUAGE = "-"
               MOVE SPACES TO BUSR-LANGUAGE
           ELSE
               MOVE WS-ARG-LANGUAGE(1:2) TO BUSR-LANGUAGE
           END-IF.
           REWRITE BIER-USER-RECORD
               INVALID KEY
                   PERFORM 0900-USR-FILE-ERROR
           END-REWRITE.
           IF BUSR-LANGUAGE = SPACES
               DISPLAY TRIM(BUSR-USER-ID) " IS BACK ON ENGLISH"
                   UPON TERM
           ELSE
               DISPLAY TRIM(BUSR-USER-ID) " TEXTS NOW COME IN "
                       BUSR-LANGUAGE " WHERE BIER.MSG HAS THEM, "
                       "ENGLISH OTHERWISE" UPON TERM
           END-IF.
       0800-SET-PIN.
           MOVE WS-ARG-USER-ID TO BUSR-USER-ID.
           READ BIER-REGISTRY
               KEY IS BUSR-USER-ID
               INVALID KEY
                   DISPLAY TRIM(WS-ARG-USER-ID) " IS NOT ON BIER.USR"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-READ.
      *    only the hash goes on file (see BIERHASH); setting a PIN is
      *    also the reset, so the failure count and lockout go too
           IF WS-ARG-PIN = "-"
               MOVE SPACES TO BUSR-PIN-HASH
           ELSE
               CALL "BIERHASH" USING BUSR-USER-ID WS-ARG-PIN
                                     BUSR-PIN-HASH
           END-IF.
           MOVE 0 TO BUSR-PIN-FAILURES.
           MOVE "N" TO BUSR-PIN-LOCK-FLAG.
           REWRITE BIER-USER-RECORD
               INVALID KEY
                   PERFORM 0900-USR-FILE-ERROR
           END-REWRITE.
           IF BUSR-PIN-HASH = SPACES
               DISPLAY TRIM(BUSR-USER-ID) " HAS NO PIN NOW - SIGN-ON "
                       "IS NOT CHECKED FOR IT" UPON TERM
           ELSE
               DISPLAY TRIM(BUSR-USER-ID) " PIN SET, ANY LOCKOUT "
                       "LIFTED" UPON TERM
           END-IF.
       0810-ISSUE-TOKEN.
           MOVE WS-ARG-USER-ID TO BUSR-USER-ID.
           READ BIER-REGISTRY
               KEY IS BUSR-USER-ID
               INVALID KEY
                   DISPLAY TRIM(WS-ARG-USER-ID) " IS NOT ON BIER.USR"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-READ.
           IF WS-ARG-PIN = "-"
               MOVE SPACES TO BUSR-TOKEN-HASH
           ELSE
      *        the token itself is ten digits scrambled out of the
      *        clock, and only its own hash is kept
               MOVE CURRENT-DATE TO WS-TOKEN-SEED-DATA
               CALL "BIERHASH" USING BUSR-USER-ID WS-TOKEN-SEED
                                     WS-TOKEN-HASH
               MOVE SPACES TO WS-NEW-TOKEN
               MOVE WS-TOKEN-HASH(4:10) TO WS-NEW-TOKEN
               CALL "BIERHASH" USING BUSR-USER-ID WS-NEW-TOKEN
                                     BUSR-TOKEN-HASH
           END-IF.
           REWRITE BIER-USER-RECORD
               INVALID KEY
                   PERFORM 0900-USR-FILE-ERROR
           END-REWRITE.
           IF BUSR-TOKEN-HASH = SPACES
               DISPLAY TRIM(BUSR-USER-ID) " HAS NO INTAKE TOKEN NOW"
                   UPON TERM
           ELSE
               DISPLAY TRIM(BUSR-USER-ID) " INTAKE TOKEN "
                       TRIM(WS-NEW-TOKEN) " - NOTE IT NOW, IT IS NOT "
                       "SHOWN AGAIN" UPON TERM
           END-IF.
       0900-USR-FILE-ERROR.
           CALL "FSTATMSG" USING USR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
