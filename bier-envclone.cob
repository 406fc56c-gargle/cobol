       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-ENVCLONE.
      * cobc -x -Wall bier-envclone.cob bierauth.cob opsjrnl.cob
      *                                 bierpin.cob bierhash.cob
      *                                 fstatmsg.cob
      *                                 bierenv.cob -I copybooks
      *                                 -T bier-envclone.lst
      *
      * usage: bier-envclone name data-root [ANON]
      *   makes (or refreshes) a test environment for BIERENV: copies
      * the production BIER file family into data-root, marks the
      * root with a BIER.ENVID naming the environment, and puts the
      * name and root on BIER.ENV, so that
      *     BIER_ENV=name bier-report
      * (or any other program, or nightly-batch.sh) runs against the
      * copy and never against the real files.  a relative root is
      * taken from the production directory.  every regular data file
      * there is copied - the programs, sources, listings, scripts,
      * the lock, checkpoints, .NEW work files, the batch run log and
      * the REPORTS spool are not, so a test night starts with a clean
      * BATCH.RUN and an empty spool.  nor are the files that exist
      * only to hold one person's data or a secret: BIER-SUBJECT's
      * SUBJECT.<id>.<date> extracts and SUBJCERT.<id>.<date>
      * certificates, the .OLD copies kept by hand (BIER.USR.OLD
      * from the BIER-USRLOAD run order) and the BATCH.KEY batch
      * key.  the names copied are listed on
      * the console and kept on ENVCLONE.LIST in the root.  cloning
      * the same name onto the same root again refreshes it: every
      * copied file is overwritten, anything the test runs created on
      * their own is left where it is.
      *   with ANON the copy is made safe to hand round: every
      * BIER.USR registration in the root gets a made-up display name
      * (TEST USER nnnn) and loses its IBAN, bank reference, e-mail
      * address, body weight, sex, PIN and DROPBOX token; the tasting
      * notes on BIER.RAT are blanked, and so are the before and after
      * images of every BIER.RAT line on the copied BIER.JRN, which
      * carry the same notes (the rest of the journal is kept for
      * BIER-RECOVER trials); and the mail queue, mail log, notices
      * and bank statement files are emptied.  the uncopied extracts,
      * .OLD copies and batch key are removed from the root as well,
      * should an earlier clone onto it have left any.  user IDs are
      * kept - every record in the family hangs off them.
      *   the run must be a production run (BIER_ENV unset or PROD),
      * holds BIER.LCK for the copy so the set is consistent, and is
      * granted through BIER.AUTH (BIERAUTH).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ENV-REGISTRY ASSIGN TO "BIER.ENV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-STAT.
           SELECT ENV-REGISTRY-NEW ASSIGN TO "BIER.ENV.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENVN-STAT.
      * the files in the test root are reached through DD_ names
      * pointed into it before each OPEN, the same external-name
      * convention BIER-BACKUP uses for its set
           SELECT CLONE-LIST ASSIGN TO "DD_CLONELIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STAT.
           SELECT CLONE-MARKER ASSIGN TO "DD_CLONEMARK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARK-STAT.
           SELECT CLONE-REGISTRY ASSIGN TO "DD_CLONEUSR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS USR-STAT.
           SELECT CLONE-RATING ASSIGN TO "DD_CLONERAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRAT-KEY
               FILE STATUS IS RAT-STAT.
           SELECT CLONE-JOURNAL ASSIGN TO "DD_CLONEJRN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRN-STAT.
           SELECT CLONE-JOURNAL-NEW ASSIGN TO "DD_CLONEJRNNEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS JRNN-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  ENV-REGISTRY.
       01  ENV-LINE                               PIC X(120).
       FD  ENV-REGISTRY-NEW.
       01  ENV-NEW-LINE                           PIC X(120).
       FD  CLONE-LIST.
       01  CLONE-LIST-LINE                        PIC X(80).
       FD  CLONE-MARKER.
       01  CLONE-MARKER-LINE                      PIC X(80).
       FD  CLONE-REGISTRY.
       COPY "bierusr.cpy".
       FD  CLONE-RATING.
       COPY "bierrat.cpy".
       FD  CLONE-JOURNAL.
       01  CLONE-JOURNAL-LINE                     PIC X(149).
       FD  CLONE-JOURNAL-NEW.
       01  CLONE-JOURNAL-NEW-LINE                 PIC X(149).
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-ENV-NAME                            PIC X(16).
       77  WS-ROOT-GIVEN                          PIC X(80).
       77  WS-ROOT                                PIC X(80).
       77  WS-ANON-ARG                            PIC X(08).
       77  WS-ANON-SW                             PIC X(01) VALUE "N".
           88  WS-ANONYMISE                       VALUE "Y".
       77  WS-CLONE-KIND                          PIC X(04).
       77  WS-REFRESH-SW                          PIC X(01) VALUE "N".
           88  WS-REFRESH                         VALUE "Y".
       77  WS-CLASH-SW                            PIC X(01) VALUE "N".
           88  WS-ROOT-CLASH                      VALUE "Y".
       77  WS-CLASH-NAME                          PIC X(16).
       01  ENV-LINE-TOKENS.
           03  ET-NAME                            PIC X(16).
           03  ET-ROOT                            PIC X(80).
       77  WS-ET-ROOT-FULL                        PIC X(80).
       77  WS-FILE-PATH                           PIC X(96).
       77  WS-SYSTEM-CMD                          PIC X(800).
       77  WS-STEP-RC                             PIC 9(03).
       77  WS-SCRUB-FILE                          PIC X(08).
       77  WS-SCRUB-STAT                          PIC X(02).
       77  WS-COPIED-COUNT                        PIC 9(05) VALUE 0.
       77  WS-USER-COUNT                          PIC 9(05) VALUE 0.
       77  WS-NOTE-COUNT                          PIC 9(05) VALUE 0.
       77  WS-IMAGE-COUNT                         PIC 9(05) VALUE 0.
       77  WS-USER-NUMBER                         PIC 9(04).
       77  WS-LIST-EOF-SW                         PIC X(01).
           88  WS-LIST-EOF                        VALUE "Y".
       77  WS-USR-EOF-SW                          PIC X(01).
           88  WS-USR-EOF                         VALUE "Y".
       77  WS-RAT-EOF-SW                          PIC X(01).
           88  WS-RAT-EOF                         VALUE "Y".
       77  WS-JRN-EOF-SW                          PIC X(01).
           88  WS-JRN-EOF                         VALUE "Y".
       77  WS-JRN-PATH                            PIC X(96).
       COPY "bierjrn.cpy".
       01  WS-CURRENT-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                             PIC X(13).
       77  ENV-STAT                               PIC X(02).
       77  ENVN-STAT                              PIC X(02).
       77  LIST-STAT                              PIC X(02).
       77  MARK-STAT                              PIC X(02).
       77  USR-STAT                               PIC X(02).
       77  RAT-STAT                               PIC X(02).
       77  JRN-STAT                               PIC X(02).
       77  JRNN-STAT                              PIC X(02).
       77  LOCK-STAT                              PIC X(02).
       77  WS-LOCK-RETRY                          PIC 9(02).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-ENVCLONE".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
      *    a clone is always taken from production - cloning a test
      *    copy would only multiply whatever the tests did to it
           IF NOT BENV-PRODUCTION
               DISPLAY "BIER-ENVCLONE RUNS IN PRODUCTION ONLY - UNSET "
                       "BIER_ENV" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM 0005-GET-ARGUMENTS.
           PERFORM 0002-CHECK-AUTHORITY.
           PERFORM 0100-CHECK-REGISTRY.
           PERFORM 0009-ACQUIRE-LOCK.
           PERFORM 0200-COPY-FAMILY.
           PERFORM 0300-MARK-ROOT.
           IF WS-ANONYMISE
               PERFORM 0400-ANONYMISE-COPY
           END-IF.
           PERFORM 0500-REGISTER-ENVIRONMENT.
           PERFORM 0095-RELEASE-LOCK.
           IF WS-REFRESH
               DISPLAY "ENVIRONMENT " TRIM(WS-ENV-NAME) " REFRESHED: "
                       WS-COPIED-COUNT " FILE(S) COPIED TO "
                       TRIM(WS-ROOT) UPON TERM
           ELSE
               DISPLAY "ENVIRONMENT " TRIM(WS-ENV-NAME) " CREATED: "
                       WS-COPIED-COUNT " FILE(S) COPIED TO "
                       TRIM(WS-ROOT) UPON TERM
           END-IF.
           IF WS-ANONYMISE
               DISPLAY WS-USER-COUNT " USER(S) ANONYMISED, "
                       WS-NOTE-COUNT " TASTING NOTE(S) BLANKED, "
                       WS-IMAGE-COUNT " BIER.RAT JOURNAL LINE(S) "
                       "BLANKED" UPON TERM
           END-IF.
           DISPLAY "SET BIER_ENV=" TRIM(WS-ENV-NAME)
                   " TO RUN AGAINST IT" UPON TERM.
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
       0005-GET-ARGUMENTS.
           MOVE SPACES TO WS-ENV-NAME WS-ROOT-GIVEN WS-ANON-ARG.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ENV-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ENV-NAME
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ROOT-GIVEN FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ROOT-GIVEN
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ANON-ARG FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ANON-ARG
           END-ACCEPT.
           MOVE UPPER-CASE(WS-ENV-NAME) TO WS-ENV-NAME.
           MOVE UPPER-CASE(WS-ANON-ARG) TO WS-ANON-ARG.
           IF WS-ENV-NAME = SPACES OR WS-ROOT-GIVEN = SPACES
                   OR (WS-ANON-ARG NOT = SPACES
                       AND WS-ANON-ARG NOT = "ANON")
               DISPLAY "USAGE: BIER-ENVCLONE name data-root [ANON]"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-ANON-ARG = "ANON"
               MOVE "Y" TO WS-ANON-SW
           END-IF.
      *    the name has to fit BENV-NAME and the one-word BIER.ENV
      *    and BIER.ENVID layouts
           IF WS-ENV-NAME(9:8) NOT = SPACES
                   OR WS-ENV-NAME = "PROD"
                   OR WS-ENV-NAME(1:1) = "*"
               DISPLAY "ENVIRONMENT NAME " TRIM(WS-ENV-NAME) " REFUSED "
                       "- ONE WORD OF UP TO 8 CHARACTERS, NOT PROD"
                       UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-ROOT-GIVEN(1:1) = "/"
               MOVE WS-ROOT-GIVEN TO WS-ROOT
           ELSE
               MOVE SPACES TO WS-ROOT
               STRING TRIM(BENV-HOME) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       TRIM(WS-ROOT-GIVEN) DELIMITED BY SIZE
                   INTO WS-ROOT
           END-IF.
           IF WS-ROOT = BENV-HOME OR WS-ROOT-GIVEN = "."
                   OR WS-ROOT-GIVEN = "./"
               DISPLAY "THE DATA ROOT CANNOT BE THE PRODUCTION "
                       "DIRECTORY" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0009-ACQUIRE-LOCK.
      *    the family is frozen for the copy, exactly as for a
      *    BIER-BACKUP set, so the clone is one consistent moment
           MOVE 0 TO WS-LOCK-RETRY.
           MOVE "N" TO WS-LOCK-ACQUIRED-SW.
           PERFORM 0009-LOCK-ATTEMPT
               UNTIL WS-LOCK-OK OR WS-LOCK-RETRY > 10.
           IF NOT WS-LOCK-OK
               DISPLAY "BIER.FILE IS LOCKED BY ANOTHER RUN, GIVING UP"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0009-LOCK-ATTEMPT.
           OPEN EXTEND BIER-LOCK.
           IF LOCK-STAT = "35"
               CLOSE BIER-LOCK
               OPEN OUTPUT BIER-LOCK
           END-IF.
           IF LOCK-STAT = "00"
               MOVE "ENVCLONE" TO WS-LOCK-OWNER
               CALL "BIERLKID" USING WS-LOCK-OWNER LOCK-RECORD
               WRITE LOCK-RECORD
               MOVE "Y" TO WS-LOCK-ACQUIRED-SW
           ELSE
               ADD 1 TO WS-LOCK-RETRY
               CALL "SYSTEM" USING "sleep 1"
           END-IF.
       0095-RELEASE-LOCK.
           CLOSE BIER-LOCK.
           CALL "SYSTEM" USING "rm -f BIER.LCK".
       0100-CHECK-REGISTRY.
      *    one root per name and one name per root: the same pair
      *    again is a refresh, anything else would leave BIER.ENV
      *    and a BIER.ENVID contradicting each other
           OPEN INPUT ENV-REGISTRY.
           IF ENV-STAT = "00"
               PERFORM 0110-CHECK-ENV-LINE
                   UNTIL ENV-STAT = "10"
               CLOSE ENV-REGISTRY
           END-IF.
           IF WS-ROOT-CLASH
               DISPLAY TRIM(WS-ROOT) " IS ALREADY THE DATA ROOT OF "
                       TRIM(WS-CLASH-NAME) " ON BIER.ENV - NOTHING "
                       "CLONED" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0110-CHECK-ENV-LINE.
           READ ENV-REGISTRY
               AT END
                   MOVE "10" TO ENV-STAT
               NOT AT END
                   IF ENV-LINE(1:1) NOT = "*" AND ENV-LINE NOT = SPACES
                       PERFORM 0120-COMPARE-ENV-LINE
                   END-IF
           END-READ.
       0120-COMPARE-ENV-LINE.
           MOVE SPACES TO ENV-LINE-TOKENS.
           UNSTRING ENV-LINE DELIMITED BY ALL SPACE
               INTO ET-NAME ET-ROOT.
           IF ET-ROOT(1:1) = "/"
               MOVE ET-ROOT TO WS-ET-ROOT-FULL
           ELSE
               MOVE SPACES TO WS-ET-ROOT-FULL
               STRING TRIM(BENV-HOME) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       TRIM(ET-ROOT) DELIMITED BY SIZE
                   INTO WS-ET-ROOT-FULL
           END-IF.
           IF UPPER-CASE(ET-NAME) = WS-ENV-NAME
               IF WS-ET-ROOT-FULL = WS-ROOT
                   MOVE "Y" TO WS-REFRESH-SW
               ELSE
                   DISPLAY "ENVIRONMENT " TRIM(WS-ENV-NAME) " ALREADY "
                           "LIVES IN " TRIM(WS-ET-ROOT-FULL)
                           " - NOTHING CLONED" UPON TERM
                   CLOSE ENV-REGISTRY
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           ELSE
               IF WS-ET-ROOT-FULL = WS-ROOT
                   MOVE "Y" TO WS-CLASH-SW
                   MOVE ET-NAME TO WS-CLASH-NAME
               END-IF
           END-IF.
       0200-COPY-FAMILY.
      *    one shell pass over the production directory: regular,
      *    non-executable files only, so the programs, the REPORTS
      *    spool and the BIER.BKP sets stay behind, and the names
      *    listed below never travel either - personal extracts and
      *    old registry copies least of all, since ANON only scrubs
      *    the live files
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "mkdir -p '" DELIMITED BY SIZE
                   TRIM(WS-ROOT) DELIMITED BY SIZE
                   "' && for f in *; do [ -f ""$f"" ] && "
                       DELIMITED BY SIZE
                   "[ ! -x ""$f"" ] || continue; case ""$f"" in "
                       DELIMITED BY SIZE
                   "*.cob|*.cpy|*.sh|*.lst|*.md|*.o|*.so|*.CKP|"
                       DELIMITED BY SIZE
                   "*.NEW|*.TMP|BIER.LCK|BIER.ENV|BIER.ENVID|"
                       DELIMITED BY SIZE
                   "SUBJECT.*|SUBJCERT.*|*.OLD|BATCH.KEY|"
                       DELIMITED BY SIZE
                   "BATCH.RUN|BATCH.TONIGHT|REPORTS.IDX) "
                       DELIMITED BY SIZE
                   "continue;; esac; cp -p ""$f"" '" DELIMITED BY SIZE
                   TRIM(WS-ROOT) DELIMITED BY SIZE
                   "/' || exit 1; echo ""$f""; done > '"
                       DELIMITED BY SIZE
                   TRIM(WS-ROOT) DELIMITED BY SIZE
                   "/ENVCLONE.LIST'" DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-RC NOT = 0
               DISPLAY "COPY INTO " TRIM(WS-ROOT) " FAILED (RC "
                       WS-STEP-RC ") - THE ROOT IS INCOMPLETE AND NOT "
                       "REGISTERED" UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-FILE-PATH.
           STRING TRIM(WS-ROOT) DELIMITED BY SIZE
                   "/ENVCLONE.LIST" DELIMITED BY SIZE
               INTO WS-FILE-PATH.
           DISPLAY "DD_CLONELIST" UPON ENVIRONMENT-NAME.
           DISPLAY WS-FILE-PATH UPON ENVIRONMENT-VALUE.
           OPEN INPUT CLONE-LIST.
           IF LIST-STAT NOT = "00"
               DISPLAY "ENVCLONE.LIST COULD NOT BE READ BACK (STATUS "
                       LIST-STAT ")" UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE "N" TO WS-LIST-EOF-SW.
           PERFORM 0210-LIST-COPIED-FILE
               UNTIL WS-LIST-EOF.
           CLOSE CLONE-LIST.
       0210-LIST-COPIED-FILE.
           READ CLONE-LIST
               AT END
                   MOVE "Y" TO WS-LIST-EOF-SW
               NOT AT END
                   ADD 1 TO WS-COPIED-COUNT
                   DISPLAY TRIM(CLONE-LIST-LINE) " COPIED" UPON TERM
           END-READ.
       0300-MARK-ROOT.
      *    the BIER.ENVID BIERENV checks on every run in the root
           MOVE SPACES TO WS-FILE-PATH.
           STRING TRIM(WS-ROOT) DELIMITED BY SIZE
                   "/BIER.ENVID" DELIMITED BY SIZE
               INTO WS-FILE-PATH.
           DISPLAY "DD_CLONEMARK" UPON ENVIRONMENT-NAME.
           DISPLAY WS-FILE-PATH UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT CLONE-MARKER.
           IF MARK-STAT NOT = "00"
               DISPLAY "BIER.ENVID COULD NOT BE WRITTEN IN "
                       TRIM(WS-ROOT) " (STATUS " MARK-STAT ")"
                       UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-ENV-NAME TO CLONE-MARKER-LINE.
           WRITE CLONE-MARKER-LINE.
           CLOSE CLONE-MARKER.
       0400-ANONYMISE-COPY.
      *    only ever the copy in the root - the DD_ names point there
           MOVE SPACES TO WS-FILE-PATH.
           STRING TRIM(WS-ROOT) DELIMITED BY SIZE
                   "/BIER.USR" DELIMITED BY SIZE
               INTO WS-FILE-PATH.
           DISPLAY "DD_CLONEUSR" UPON ENVIRONMENT-NAME.
           DISPLAY WS-FILE-PATH UPON ENVIRONMENT-VALUE.
           OPEN I-O CLONE-REGISTRY.
           IF USR-STAT = "00"
               MOVE 0 TO WS-USER-NUMBER
               MOVE "N" TO WS-USR-EOF-SW
               PERFORM 0410-ANONYMISE-USER
                   UNTIL WS-USR-EOF
               CLOSE CLONE-REGISTRY
           END-IF.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               MOVE "BIER.USR" TO WS-SCRUB-FILE
               MOVE USR-STAT TO WS-SCRUB-STAT
               PERFORM 0490-ANONYMISE-FAILED
           END-IF.
           MOVE SPACES TO WS-FILE-PATH.
           STRING TRIM(WS-ROOT) DELIMITED BY SIZE
                   "/BIER.RAT" DELIMITED BY SIZE
               INTO WS-FILE-PATH.
           DISPLAY "DD_CLONERAT" UPON ENVIRONMENT-NAME.
           DISPLAY WS-FILE-PATH UPON ENVIRONMENT-VALUE.
           OPEN I-O CLONE-RATING.
           IF RAT-STAT = "00"
               MOVE "N" TO WS-RAT-EOF-SW
               PERFORM 0420-BLANK-TASTING-NOTE
                   UNTIL WS-RAT-EOF
               CLOSE CLONE-RATING
           END-IF.
           IF RAT-STAT NOT = "00" AND RAT-STAT NOT = "35"
               MOVE "BIER.RAT" TO WS-SCRUB-FILE
               MOVE RAT-STAT TO WS-SCRUB-STAT
               PERFORM 0490-ANONYMISE-FAILED
           END-IF.
           PERFORM 0430-SCRUB-JOURNAL.
      *    queued and sent mail, notices and bank statements carry
      *    addresses, names and IBANs in free text - emptied, not
      *    edited.  the files 0200 never copies go too, in case an
      *    earlier clone onto this root left them there
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "cd '" DELIMITED BY SIZE
                   TRIM(WS-ROOT) DELIMITED BY SIZE
                   "' && rm -f SUBJECT.* SUBJCERT.* *.OLD BATCH.KEY; "
                       DELIMITED BY SIZE
                   "for f in BIER.MAIL BIER.MAIL.WRK MAIL.LOG "
                       DELIMITED BY SIZE
                   "BIER.NOTICE BANK.CSV BANK.LOG BANK.SUSP; do "
                       DELIMITED BY SIZE
                   "[ -f $f ] && : > $f; done; true" DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           MOVE 0 TO RETURN-CODE.
       0410-ANONYMISE-USER.
           READ CLONE-REGISTRY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-USR-EOF-SW
               NOT AT END
                   ADD 1 TO WS-USER-NUMBER
                   MOVE SPACES TO BUSR-DISPLAY-NAME
                   STRING "TEST USER " DELIMITED BY SIZE
                           WS-USER-NUMBER DELIMITED BY SIZE
                       INTO BUSR-DISPLAY-NAME
                   MOVE SPACES TO BUSR-IBAN BUSR-BANK-REF
                                  BUSR-EMAIL-ADDRESS BUSR-PIN-HASH
                                  BUSR-TOKEN-HASH BUSR-SEX
                   MOVE 0 TO BUSR-BODY-WEIGHT-KG BUSR-PIN-FAILURES
                   MOVE "N" TO BUSR-PIN-LOCK-FLAG
                   REWRITE BIER-USER-RECORD
                   IF USR-STAT = "00"
                       ADD 1 TO WS-USER-COUNT
                   END-IF
           END-READ.
       0420-BLANK-TASTING-NOTE.
           READ CLONE-RATING NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RAT-EOF-SW
               NOT AT END
                   IF BRAT-NOTE NOT = SPACES
                       MOVE SPACES TO BRAT-NOTE
                       REWRITE BIER-RATING-RECORD
                       IF RAT-STAT = "00"
                           ADD 1 TO WS-NOTE-COUNT
                       END-IF
                   END-IF
           END-READ.
       0430-SCRUB-JOURNAL.
      *    a BIER.RAT line on the journal holds the first 42 bytes of
      *    the rating, note and all - the journal is copied through
      *    BIER.JRN.NEW with those images blanked and moved back
           MOVE SPACES TO WS-JRN-PATH.
           STRING TRIM(WS-ROOT) DELIMITED BY SIZE
                   "/BIER.JRN" DELIMITED BY SIZE
               INTO WS-JRN-PATH.
           DISPLAY "DD_CLONEJRN" UPON ENVIRONMENT-NAME.
           DISPLAY WS-JRN-PATH UPON ENVIRONMENT-VALUE.
           OPEN INPUT CLONE-JOURNAL.
           IF JRN-STAT NOT = "00" AND JRN-STAT NOT = "35"
               MOVE "BIER.JRN" TO WS-SCRUB-FILE
               MOVE JRN-STAT TO WS-SCRUB-STAT
               PERFORM 0490-ANONYMISE-FAILED
           END-IF.
           IF JRN-STAT = "00"
               PERFORM 0435-COPY-JOURNAL
           END-IF.
       0435-COPY-JOURNAL.
           MOVE SPACES TO WS-FILE-PATH.
           STRING TRIM(WS-JRN-PATH) DELIMITED BY SIZE
                   ".NEW" DELIMITED BY SIZE
               INTO WS-FILE-PATH.
           DISPLAY "DD_CLONEJRNNEW" UPON ENVIRONMENT-NAME.
           DISPLAY WS-FILE-PATH UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT CLONE-JOURNAL-NEW.
           IF JRNN-STAT NOT = "00"
               CLOSE CLONE-JOURNAL
               MOVE "BIER.JRN" TO WS-SCRUB-FILE
               MOVE JRNN-STAT TO WS-SCRUB-STAT
               PERFORM 0490-ANONYMISE-FAILED
           END-IF.
           MOVE "N" TO WS-JRN-EOF-SW.
           PERFORM 0440-SCRUB-JOURNAL-LINE
               UNTIL WS-JRN-EOF.
           CLOSE CLONE-JOURNAL.
           CLOSE CLONE-JOURNAL-NEW.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "mv '" DELIMITED BY SIZE
                   TRIM(WS-FILE-PATH) DELIMITED BY SIZE
                   "' '" DELIMITED BY SIZE
                   TRIM(WS-JRN-PATH) DELIMITED BY SIZE
                   "'" DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-RC NOT = 0
               MOVE "BIER.JRN" TO WS-SCRUB-FILE
               MOVE "30" TO WS-SCRUB-STAT
               PERFORM 0490-ANONYMISE-FAILED
           END-IF.
       0440-SCRUB-JOURNAL-LINE.
           READ CLONE-JOURNAL
               AT END
                   MOVE "Y" TO WS-JRN-EOF-SW
               NOT AT END
                   MOVE CLONE-JOURNAL-LINE TO BIER-JOURNAL-RECORD
                   IF JRN-FILE-NAME = "BIER.RAT"
                       MOVE SPACES TO JRN-BEFORE-IMAGE
                                      JRN-AFTER-IMAGE
                       ADD 1 TO WS-IMAGE-COUNT
                   END-IF
                   MOVE BIER-JOURNAL-RECORD TO CLONE-JOURNAL-NEW-LINE
                   WRITE CLONE-JOURNAL-NEW-LINE
           END-READ.
       0490-ANONYMISE-FAILED.
      *    a copy that could not be scrubbed must not be left behind
      *    looking like an ANON one: the unscrubbed file goes, the
      *    root loses its marker and is not registered
           DISPLAY TRIM(WS-SCRUB-FILE) " IN " TRIM(WS-ROOT)
                   " COULD NOT BE OPENED (STATUS " WS-SCRUB-STAT
                   ") - NOT ANONYMISED, COPY REMOVED AND "
                   "ENVIRONMENT NOT REGISTERED" UPON TERM.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "cd '" DELIMITED BY SIZE
                   TRIM(WS-ROOT) DELIMITED BY SIZE
                   "' && rm -f " DELIMITED BY SIZE
                   TRIM(WS-SCRUB-FILE) DELIMITED BY SIZE
                   " BIER.ENVID" DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           PERFORM 0095-RELEASE-LOCK.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0500-REGISTER-ENVIRONMENT.
      *    BIER.ENV rewritten through BIER.ENV.NEW and mv, any
      *    earlier line for the name replaced by today's
           OPEN OUTPUT ENV-REGISTRY-NEW.
           IF ENVN-STAT NOT = "00"
               DISPLAY "BIER.ENV.NEW COULD NOT BE WRITTEN (STATUS "
                       ENVN-STAT ") - " TRIM(WS-ROOT) " IS COPIED BUT "
                       "NOT REGISTERED" UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT ENV-REGISTRY.
           IF ENV-STAT = "00"
               PERFORM 0510-CARRY-ENV-LINE
                   UNTIL ENV-STAT = "10"
               CLOSE ENV-REGISTRY
           ELSE
               MOVE "* name     data-root    cloned   users"
                   TO ENV-NEW-LINE
               WRITE ENV-NEW-LINE
           END-IF.
           IF WS-ANONYMISE
               MOVE "ANON" TO WS-CLONE-KIND
           ELSE
               MOVE "FULL" TO WS-CLONE-KIND
           END-IF.
           MOVE SPACES TO ENV-NEW-LINE.
           STRING WS-ENV-NAME(1:8) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-ROOT-GIVEN) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CLONE-KIND DELIMITED BY SIZE
               INTO ENV-NEW-LINE.
           WRITE ENV-NEW-LINE.
           CLOSE ENV-REGISTRY-NEW.
           CALL "SYSTEM" USING "mv BIER.ENV.NEW BIER.ENV".
       0510-CARRY-ENV-LINE.
           READ ENV-REGISTRY
               AT END
                   MOVE "10" TO ENV-STAT
               NOT AT END
                   MOVE SPACES TO ENV-LINE-TOKENS
                   IF ENV-LINE(1:1) NOT = "*"
                       UNSTRING ENV-LINE DELIMITED BY ALL SPACE
                           INTO ET-NAME ET-ROOT
                   END-IF
                   IF UPPER-CASE(ET-NAME) NOT = WS-ENV-NAME
                       MOVE ENV-LINE TO ENV-NEW-LINE
                       WRITE ENV-NEW-LINE
                   END-IF
           END-READ.
       9999-EXIT.
           STOP RUN.
