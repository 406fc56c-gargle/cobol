       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERENV.
      * cobc -m -Wall bierenv.cob -I copybooks
      * shared environment switch, CALLed first thing by every
      * program so a copy of the BIER family can run side by side with
      * the real one:
      *     CALL "BIERENV" USING BIER-ENV-AREA
      * BIER_ENV names the environment.  unset or PROD is production:
      * the run stays in the directory it was started from, exactly
      * as before, and that has to be the production directory
      * itself - a production run started anywhere else while
      * BIER_HOME names another directory is refused, never quietly
      * pointed at the real files.  any other name is looked up on
      * BIER.ENV in the production directory, maintained by
      * BIER-ENVCLONE or by hand (a leading * makes a comment line):
      *     name     data-root
      *     TEST     /srv/bier-test
      * a relative root is taken from the production directory.  the
      * run changes into that root before the program opens anything,
      * so every fixed file name and every shell step (mv, cp, the
      * REPORTS spool) lands in the copy, and a banner on the console
      * says which environment it is.  BIER_HOME carries the
      * production directory down to the steps a program starts
      * through SYSTEM, which are run from there by name.  a data root
      * holds a one-line BIER.ENVID naming its environment, written by
      * BIER-ENVCLONE: a test run refuses a root marked for another
      * name, and a production run refuses a directory that is marked
      * at all - a test copy is never mistaken for the real one in
      * either direction.  an environment that cannot be resolved
      * ends the run here with return code 16, before any file is
      * touched, rather than fall back on production.  resolved once
      * per run; later calls (RPTSPOOL asks for the name for its
      * headers) just hand the answer back.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DD_ENVFILE is pointed at BIER.ENV in the production directory,
      * wherever the run was started from
           SELECT ENV-REGISTRY ASSIGN TO "DD_ENVFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ENV-STAT.
           SELECT ENV-MARKER ASSIGN TO "BIER.ENVID"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MARK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  ENV-REGISTRY.
       01  ENV-LINE                               PIC X(120).
       FD  ENV-MARKER.
       01  ENV-MARKER-LINE                        PIC X(80).
       WORKING-STORAGE SECTION.
       77  WS-RESOLVED-SW                         PIC X(01) VALUE "N".
           88  WS-RESOLVED                        VALUE "Y".
       77  WS-ENV-NAME                            PIC X(08).
       77  WS-HOME                                PIC X(80).
       77  WS-START-DIR                           PIC X(80).
       77  WS-HOME-REAL                           PIC X(80).
       77  WS-ROOT                                PIC X(80).
       77  WS-ROOT-GIVEN                          PIC X(80).
       77  WS-ENV-FILE-NAME                       PIC X(96).
       77  WS-MARKER-NAME                         PIC X(08).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-ROOT-FOUND                      VALUE "Y".
       01  ENV-LINE-TOKENS.
           03  ET-NAME                            PIC X(16).
           03  ET-ROOT                            PIC X(80).
       77  ENV-STAT                               PIC X(02).
       77  MARK-STAT                              PIC X(02).
       LINKAGE SECTION.
       COPY "bierenvd.cpy".
       PROCEDURE DIVISION USING BIER-ENV-AREA.
       0000-MAIN.
           IF NOT WS-RESOLVED
               PERFORM 0100-RESOLVE-ENVIRONMENT
           END-IF.
           MOVE WS-ENV-NAME TO BENV-NAME.
           MOVE WS-HOME TO BENV-HOME.
           MOVE WS-ROOT TO BENV-ROOT.
           MOVE 0 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0100-RESOLVE-ENVIRONMENT.
           MOVE "Y" TO WS-RESOLVED-SW.
           MOVE SPACES TO WS-ENV-NAME.
           DISPLAY "BIER_ENV" UPON ENVIRONMENT-NAME.
           ACCEPT WS-ENV-NAME FROM ENVIRONMENT-VALUE.
           MOVE UPPER-CASE(WS-ENV-NAME) TO WS-ENV-NAME.
           IF WS-ENV-NAME = SPACES
               MOVE "PROD" TO WS-ENV-NAME
           END-IF.
           MOVE SPACES TO WS-START-DIR.
           CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                                            BY VALUE 80
                                            BY REFERENCE WS-START-DIR.
           IF RETURN-CODE NOT = 0
               DISPLAY "THE CURRENT DIRECTORY CANNOT BE WORKED OUT - "
                       "NOTHING RUN" UPON TERM
               PERFORM 0900-REFUSE-RUN
           END-IF.
           MOVE SPACES TO WS-HOME.
           DISPLAY "BIER_HOME" UPON ENVIRONMENT-NAME.
           ACCEPT WS-HOME FROM ENVIRONMENT-VALUE.
           IF WS-HOME = SPACES
               MOVE WS-START-DIR TO WS-HOME
           END-IF.
      *    both handed down, so a step started through SYSTEM lands
      *    in the same environment and finds the programs
           DISPLAY "BIER_HOME" UPON ENVIRONMENT-NAME.
           DISPLAY WS-HOME UPON ENVIRONMENT-VALUE.
           DISPLAY "BIER_ENV" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ENV-NAME UPON ENVIRONMENT-VALUE.
      *    production never moves: the marker is looked for where the
      *    run was started, before anything else is tried
           IF WS-ENV-NAME = "PROD"
               MOVE WS-START-DIR TO WS-ROOT
               PERFORM 0400-CHECK-MARKER
               PERFORM 0150-CHECK-PRODUCTION-HOME
           ELSE
               PERFORM 0200-FIND-DATA-ROOT
               PERFORM 0300-ENTER-DATA-ROOT
               PERFORM 0400-CHECK-MARKER
           END-IF.
           IF WS-ENV-NAME NOT = "PROD"
               DISPLAY "*** " TRIM(WS-ENV-NAME) " ENVIRONMENT - DATA "
                       "ROOT " TRIM(WS-ROOT) " - NOT PRODUCTION ***"
                       UPON TERM
           END-IF.
       0150-CHECK-PRODUCTION-HOME.
      *    BIER_HOME is compared as the system resolves it (links,
      *    a trailing /), by stepping in, asking, and stepping back
           IF WS-HOME NOT = WS-START-DIR
               CALL "CBL_CHANGE_DIR" USING WS-HOME
               IF RETURN-CODE NOT = 0
                   DISPLAY "BIER_HOME " TRIM(WS-HOME) " CANNOT BE "
                           "ENTERED - NOTHING RUN" UPON TERM
                   PERFORM 0900-REFUSE-RUN
               END-IF
               MOVE SPACES TO WS-HOME-REAL
               CALL "CBL_GET_CURRENT_DIR" USING BY VALUE 0
                                                BY VALUE 80
                                                BY REFERENCE
                                                    WS-HOME-REAL
               CALL "CBL_CHANGE_DIR" USING WS-START-DIR
               IF WS-HOME-REAL NOT = WS-START-DIR
                   DISPLAY "PRODUCTION RUN STARTED IN "
                           TRIM(WS-START-DIR) ", NOT IN BIER_HOME "
                           TRIM(WS-HOME) " - NOTHING RUN" UPON TERM
                   PERFORM 0900-REFUSE-RUN
               END-IF
           END-IF.
       0200-FIND-DATA-ROOT.
           MOVE SPACES TO WS-ENV-FILE-NAME.
           STRING TRIM(WS-HOME) DELIMITED BY SIZE
                   "/BIER.ENV" DELIMITED BY SIZE
               INTO WS-ENV-FILE-NAME.
           DISPLAY "DD_ENVFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-ENV-FILE-NAME UPON ENVIRONMENT-VALUE.
           MOVE "N" TO WS-FOUND-SW.
           OPEN INPUT ENV-REGISTRY.
           IF ENV-STAT NOT = "00"
               DISPLAY "BIER_ENV=" TRIM(WS-ENV-NAME) " BUT NO BIER.ENV "
                       "IN " TRIM(WS-HOME) " - NOTHING RUN" UPON TERM
               PERFORM 0900-REFUSE-RUN
           END-IF.
           PERFORM 0210-READ-ENV-LINE
               UNTIL ENV-STAT = "10" OR WS-ROOT-FOUND.
           CLOSE ENV-REGISTRY.
           IF NOT WS-ROOT-FOUND
               DISPLAY "ENVIRONMENT " TRIM(WS-ENV-NAME) " IS NOT ON "
                       "BIER.ENV - NOTHING RUN" UPON TERM
               PERFORM 0900-REFUSE-RUN
           END-IF.
           IF WS-ROOT-GIVEN(1:1) = "/"
               MOVE WS-ROOT-GIVEN TO WS-ROOT
           ELSE
               MOVE SPACES TO WS-ROOT
               STRING TRIM(WS-HOME) DELIMITED BY SIZE
                       "/" DELIMITED BY SIZE
                       TRIM(WS-ROOT-GIVEN) DELIMITED BY SIZE
                   INTO WS-ROOT
           END-IF.
           IF WS-ROOT = WS-HOME
               DISPLAY "THE DATA ROOT OF " TRIM(WS-ENV-NAME) " IS THE "
                       "PRODUCTION DIRECTORY - NOTHING RUN" UPON TERM
               PERFORM 0900-REFUSE-RUN
           END-IF.
       0210-READ-ENV-LINE.
           READ ENV-REGISTRY
               AT END
                   MOVE "10" TO ENV-STAT
               NOT AT END
                   IF ENV-LINE(1:1) NOT = "*"
                       MOVE SPACES TO ENV-LINE-TOKENS
                       UNSTRING ENV-LINE DELIMITED BY ALL SPACE
                           INTO ET-NAME ET-ROOT
                       IF UPPER-CASE(ET-NAME) = WS-ENV-NAME
                               AND ET-ROOT NOT = SPACES
                           MOVE ET-ROOT TO WS-ROOT-GIVEN
                           MOVE "Y" TO WS-FOUND-SW
                       END-IF
                   END-IF
           END-READ.
       0300-ENTER-DATA-ROOT.
           CALL "CBL_CHANGE_DIR" USING WS-ROOT.
           IF RETURN-CODE NOT = 0
               DISPLAY "DATA ROOT " TRIM(WS-ROOT) " OF ENVIRONMENT "
                       TRIM(WS-ENV-NAME) " CANNOT BE ENTERED - NOTHING "
                       "RUN" UPON TERM
               PERFORM 0900-REFUSE-RUN
           END-IF.
       0400-CHECK-MARKER.
           MOVE SPACES TO WS-MARKER-NAME.
           OPEN INPUT ENV-MARKER.
           IF MARK-STAT = "00"
               READ ENV-MARKER
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE UPPER-CASE(ENV-MARKER-LINE(1:8))
                           TO WS-MARKER-NAME
               END-READ
               CLOSE ENV-MARKER
           END-IF.
           IF WS-ENV-NAME = "PROD"
               IF WS-MARKER-NAME NOT = SPACES
                   DISPLAY TRIM(WS-ROOT) " IS THE DATA ROOT OF THE "
                           TRIM(WS-MARKER-NAME) " ENVIRONMENT - SET "
                           "BIER_ENV=" TRIM(WS-MARKER-NAME)
                           " TO WORK IN IT" UPON TERM
                   PERFORM 0900-REFUSE-RUN
               END-IF
           ELSE
               IF WS-MARKER-NAME NOT = WS-ENV-NAME
                   DISPLAY TRIM(WS-ROOT) " IS NOT MARKED AS THE "
                           TRIM(WS-ENV-NAME) " DATA ROOT (BIER.ENVID) "
                           "- NOTHING RUN" UPON TERM
                   PERFORM 0900-REFUSE-RUN
               END-IF
           END-IF.
       0900-REFUSE-RUN.
      *    the caller has opened nothing yet; ending the run here
      *    keeps every program from having to check an answer before
      *    it may touch production
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       9999-EXIT.
           GOBACK.
