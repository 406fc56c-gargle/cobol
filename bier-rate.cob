       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-RATE.
      * cobc -x -Wall bier-rate.cob bierjrnl.cob biergenr.cob
      *                 bierrate.cob bierpin.cob bierhash.cob
      *                 bierqsc.cob opsjrnl.cob bierlkid.cob
      *                 rptspool.cob
      *                 fstatmsg.cob
      *                 bierenv.cob -I copybooks -T bier-rate.lst
      *
      * usage: bier-rate bier-timestamp score [note]
      *        bier-rate REPORT [below]
      *   the first form rates a drink after the fact: the score
      * (1 to 5) and the tasting note go against one of the caller's
      * own BIER-RECORDs, found by its timestamp on the live
      * BIER.FILE or on the generation holding that month.  the
      * beverage is taken from the record itself, so nobody can rate
      * a code they never drank.  without a note argument BIER_NOTE
      * is used, the same variable BIER reads when a drink is rated
      * at entry (BIER_RATING).  rating an entry a second time
      * replaces the first score (see BIERRATE).  the user signs on
      * with the PIN on BIER.USR (BIERPIN) first.
      *   REPORT lists every BBEV-CODE on the BIER.RAT ratings file
      * with its average score, the number of people who rated it
      * and the trend.  each rater counts once in the average, with
      * their most recent score, so one enthusiast rating every pint
      * does not drown out the rest of the team.  the trend sets the
      * drinks of the last 90 days against the older ones: UP or
      * DOWN when the two averages differ by half a point or more,
      * STEADY otherwise, NEW when nothing older was rated and QUIET
      * when nothing recent was.  the latest tasting note is shown
      * under each code.  the report ends with the catalog decision
      * list: codes averaging below 2.5 (or the given score) that
      * still have servings on hand on BIER.STK.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
      * DD_GENFILE is pointed at the month's BIER.FILE.YYYYMM (or the
      * consolidated year) before the OPEN, as BIER-BEVREPORT does
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT BIER-RATING ASSIGN TO "BIER.RAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BRAT-KEY
               FILE STATUS IS RAT-STAT.
           SELECT BIER-BEVERAGE ASSIGN TO "BIER.BEV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BBEV-CODE
               FILE STATUS IS BEV-STAT.
           SELECT BIER-STOCK ASSIGN TO "BIER.STK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BSTK-CODE
               FILE STATUS IS STK-STAT.
           SELECT BIER-REGISTRY ASSIGN TO "BIER.USR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS USR-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER.
       COPY "bierrec.cpy".
       FD  BIER-GEN.
       01  GEN-BIER-RECORD.
           03  GEN-BIER-KEY.
               05  GEN-BIER-TIMESTAMP-NUMERIC    PIC 9(14).
               05  GEN-BIER-USER-ID              PIC X(08).
           03  GEN-BIER-BEVERAGE-TYPE             PIC X(16).
           03  GEN-BIER-SITE-ID                   PIC X(04).
       FD  BIER-RATING.
       COPY "bierrat.cpy".
       FD  BIER-BEVERAGE.
       COPY "bierbev.cpy".
       FD  BIER-STOCK.
       COPY "bierstk.cpy".
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       COPY "bierratd.cpy".
       COPY "rptspl.cpy".
      * the catalog decision list is only known once every code has
      * been through, so the low scorers are held here until then
       01  LOW-RATED-TABLE.
           03  LOW-RATED OCCURS 200 TIMES.
               05  LR-CODE                        PIC X(16).
               05  LR-AVERAGE                     PIC 9V99.
               05  LR-ON-HAND                     PIC S9(05).
       77  WS-LR-COUNT                            PIC 9(03) VALUE 0.
       77  WS-LR-IDX                              PIC 9(03).
       77  FILE-STAT                               PIC X(02).
       77  GEN-STAT                                PIC X(02).
       77  RAT-STAT                                PIC X(02).
       77  BEV-STAT                                PIC X(02).
       77  STK-STAT                                PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  WS-RUN-MODE                            PIC X(14).
       77  WS-ARG-TIMESTAMP                       PIC X(14).
       77  WS-ARG-SCORE                           PIC X(02).
       77  WS-ARG-NOTE                            PIC X(40).
       77  WS-ARG-BELOW                           PIC X(04).
       77  WS-USER-ID                             PIC X(08).
       77  WS-ENTRY-BEVERAGE                      PIC X(16).
       77  WS-ENTRY-PERIOD                        PIC 9(06).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       77  WS-ENTRY-FOUND-SW                      PIC X(01).
           88  WS-ENTRY-FOUND                     VALUE "Y".
       77  WS-LOCK-RETRY                          PIC 9(02).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-QUIESCE-SW                          PIC X(01) VALUE "N".
           88  WS-QUIESCE-HELD                    VALUE "Y".
       77  WS-PIN-MODE                            PIC X(01) VALUE "I".
       77  WS-PIN-KEY                             PIC X(16) VALUE SPACE.
      * R, U and P: nothing to check against yet (see BIERPIN)
       77  WS-PIN-RESULT                          PIC X(01).
           88  WS-PIN-OK                          VALUE "Y" "R" "U" "P".
      * report working storage
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                              PIC X(18).
       77  WS-TODAY-DAYS                          PIC S9(09).
       77  WS-RATED-DATE                          PIC 9(08).
       77  WS-RATED-DAYS                          PIC S9(09).
       77  WS-TREND-DAYS                          PIC 9(03) VALUE 90.
       77  WS-TREND-MARGIN                        PIC 9V99 VALUE 0.50.
       77  WS-LOW-SCORE                           PIC 9V99 VALUE 2.50.
       77  WS-LOW-SCORE-OUT                       PIC 9.99.
       77  WS-RAT-EOF-SW                          PIC X(01).
           88  WS-RAT-EOF                         VALUE "Y".
       77  WS-BEV-OPEN-SW                         PIC X(01) VALUE "N".
           88  WS-BEV-OPEN                        VALUE "Y".
       77  WS-STK-OPEN-SW                         PIC X(01) VALUE "N".
           88  WS-STK-OPEN                        VALUE "Y".
       77  WS-GROUP-CODE                          PIC X(16).
       77  WS-GROUP-USER                          PIC X(08).
       77  WS-GROUP-RATINGS                       PIC 9(05).
       77  WS-GROUP-RATERS                        PIC 9(04).
       77  WS-GROUP-SCORE-SUM                     PIC 9(06).
       77  WS-RECENT-COUNT                        PIC 9(05).
       77  WS-RECENT-SUM                          PIC 9(06).
       77  WS-EARLIER-COUNT                       PIC 9(05).
       77  WS-EARLIER-SUM                         PIC 9(06).
       77  WS-USER-LATEST-SCORE                   PIC 9(01).
       77  WS-LATEST-NOTE                         PIC X(40).
       77  WS-LATEST-NOTE-TS                      PIC 9(14).
       77  WS-AVERAGE                             PIC 9V99.
       77  WS-RECENT-AVERAGE                      PIC 9V99.
       77  WS-EARLIER-AVERAGE                     PIC 9V99.
       77  WS-TREND                               PIC X(06).
       77  WS-DESCRIPTION                         PIC X(24).
       77  WS-AVERAGE-OUT                         PIC 9.99.
       77  WS-RATERS-OUT                          PIC ZZZ9.
       77  WS-RATINGS-OUT                         PIC ZZZZ9.
       77  WS-ON-HAND-OUT                         PIC -ZZZZ9.
       77  WS-CODE-COUNT                          PIC 9(04) VALUE 0.
       77  WS-RATING-TOTAL                        PIC 9(06) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF WS-RUN-MODE = "REPORT"
               PERFORM 0500-RUN-REPORT
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0003-CHECK-QUIESCE.
           PERFORM 0004-CHECK-PIN.
           PERFORM 0007-CHECK-REGISTRY.
           PERFORM 0009-ACQUIRE-LOCK.
           PERFORM 0010-FIND-ENTRY.
           PERFORM 0200-WRITE-RATING.
           PERFORM 0095-RELEASE-LOCK.
           GO TO 9999-EXIT.
       0003-CHECK-QUIESCE.
      *    the operator's batch-window hold (see BIER-QUIESCE)
           CALL "BIERQSC" USING WS-QUIESCE-SW.
           IF WS-QUIESCE-HELD
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
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-RUN-MODE WS-ARG-SCORE WS-ARG-NOTE
                          WS-ARG-BELOW.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.
           MOVE UPPER-CASE(WS-RUN-MODE) TO WS-RUN-MODE.
           IF WS-RUN-MODE = "REPORT"
               DISPLAY 2 UPON ARGUMENT-NUMBER
               ACCEPT WS-ARG-BELOW FROM ARGUMENT-VALUE
                   ON EXCEPTION
                       MOVE SPACES TO WS-ARG-BELOW
               END-ACCEPT
           ELSE
               PERFORM 0008-GET-RATE-ARGUMENTS
           END-IF.
       0008-GET-RATE-ARGUMENTS.
           MOVE WS-RUN-MODE TO WS-ARG-TIMESTAMP.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-SCORE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-SCORE
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-NOTE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-NOTE
           END-ACCEPT.
           IF WS-ARG-NOTE = SPACES
               DISPLAY "BIER_NOTE" UPON ENVIRONMENT-NAME
               ACCEPT WS-ARG-NOTE FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-ARG-TIMESTAMP = SPACES OR WS-ARG-SCORE = SPACES
               DISPLAY "USAGE: BIER-RATE TIMESTAMP SCORE [NOTE]"
                   UPON TERM
               DISPLAY "       BIER-RATE REPORT [BELOW]" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-ARG-TIMESTAMP IS NOT NUMERIC
               DISPLAY "THE TIMESTAMP MUST BE 14 DIGITS" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-ARG-SCORE(2:1) NOT = SPACE
                   OR WS-ARG-SCORE(1:1) < "1"
                   OR WS-ARG-SCORE(1:1) > "5"
               DISPLAY "THE SCORE MUST BE FROM 1 TO 5" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-USER-ID.
           DISPLAY "BIER_USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
           IF WS-USER-ID = SPACES
               DISPLAY "USER" UPON ENVIRONMENT-NAME
               ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-USER-ID = SPACES
               MOVE "UNKNOWN" TO WS-USER-ID
           END-IF.
       0007-CHECK-REGISTRY.
      *    same bootstrap stance as bier.cob's 0016-CHECK-REGISTRY:
      *    no BIER.USR means any ID is accepted
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE WS-USER-ID TO BUSR-USER-ID
               READ BIER-REGISTRY
                   KEY IS BUSR-USER-ID
                   INVALID KEY
                       DISPLAY TRIM(WS-USER-ID) " IS NOT ON THE "
                               "USER REGISTRY (BIER.USR) - SEE "
                               "BIER-USERMAINT" UPON TERM
                       CLOSE BIER-REGISTRY
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
               END-READ
               IF BUSR-INACTIVE
                   DISPLAY TRIM(WS-USER-ID) " IS DEACTIVATED ON "
                           "THE USER REGISTRY" UPON TERM
                   CLOSE BIER-REGISTRY
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               CLOSE BIER-REGISTRY
           END-IF.
       0009-ACQUIRE-LOCK.
      *    BIER writes its at-entry ratings under the same lock, so
      *    two scores never race for the same BIER.RAT record
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
               MOVE WS-USER-ID TO WS-LOCK-OWNER
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
       0010-FIND-ENTRY.
      *    the caller's own entry at that timestamp - the key carries
      *    the user, so nobody else's drink can be reached.  a drink
      *    from an archived month is looked for on its generation.
           MOVE "N" TO WS-ENTRY-FOUND-SW.
           OPEN INPUT BIER.
           IF FILE-STAT = "00"
               MOVE WS-ARG-TIMESTAMP TO BIER-TIMESTAMP-NUMERIC
               MOVE WS-USER-ID TO BIER-USER-ID
               READ BIER
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ENTRY-FOUND-SW
                       MOVE BIER-BEVERAGE-TYPE TO WS-ENTRY-BEVERAGE
               END-READ
               CLOSE BIER
           END-IF.
           IF NOT WS-ENTRY-FOUND
               PERFORM 0020-FIND-ARCHIVED-ENTRY
           END-IF.
           IF NOT WS-ENTRY-FOUND
               DISPLAY "NO BIER-RECORD OF " TRIM(WS-USER-ID)
                       " AT THAT TIMESTAMP" UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 12 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0020-FIND-ARCHIVED-ENTRY.
           MOVE WS-ARG-TIMESTAMP(1:6) TO WS-ENTRY-PERIOD.
           CALL "BIERGENR" USING WS-ENTRY-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
           IF GEN-STAT = "00"
               MOVE WS-ARG-TIMESTAMP TO GEN-BIER-TIMESTAMP-NUMERIC
               MOVE WS-USER-ID TO GEN-BIER-USER-ID
               READ BIER-GEN
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE "Y" TO WS-ENTRY-FOUND-SW
                       MOVE GEN-BIER-BEVERAGE-TYPE
                           TO WS-ENTRY-BEVERAGE
               END-READ
               CLOSE BIER-GEN
           END-IF.
       0200-WRITE-RATING.
           INITIALIZE BIER-RATING-DELTA.
           MOVE "W" TO BRD-ACTION.
           MOVE WS-USER-ID TO BRD-USER-ID.
           MOVE WS-ARG-TIMESTAMP TO BRD-TIMESTAMP.
           MOVE WS-ENTRY-BEVERAGE TO BRD-BEVERAGE.
           MOVE WS-ARG-SCORE(1:1) TO BRD-SCORE.
           MOVE WS-ARG-NOTE TO BRD-NOTE.
           CALL "BIERRATE" USING BIER-RATING-DELTA.
           IF BRD-DONE
               DISPLAY "RATED " TRIM(WS-ENTRY-BEVERAGE) " "
                       BRD-SCORE " OUT OF 5" UPON TERM
           ELSE
               MOVE 16 TO RETURN-CODE
           END-IF.
       0500-RUN-REPORT.
           IF WS-ARG-BELOW NOT = SPACES
               IF TEST-NUMVAL(WS-ARG-BELOW) = 0
                       AND NUMVAL(WS-ARG-BELOW) > 0
                       AND NUMVAL(WS-ARG-BELOW) NOT > 5
                   COMPUTE WS-LOW-SCORE = NUMVAL(WS-ARG-BELOW)
               ELSE
                   DISPLAY "BELOW MUST BE A SCORE UP TO 5, E.G. 2.5"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           OPEN INPUT BIER-RATING.
           IF RAT-STAT NOT = "00"
               DISPLAY "NO BIER.RAT YET - NOTHING HAS BEEN RATED"
                   UPON TERM
               GO TO 9999-EXIT
           END-IF.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           COMPUTE WS-TODAY-DAYS = INTEGER-OF-DATE(WS-TODAY-DATE).
      *    the catalog and the stock file are both optional - without
      *    them the report simply has no descriptions, and the
      *    decision list says stock was not checked
           OPEN INPUT BIER-BEVERAGE.
           IF BEV-STAT = "00"
               MOVE "Y" TO WS-BEV-OPEN-SW
           END-IF.
           OPEN INPUT BIER-STOCK.
           IF STK-STAT = "00"
               MOVE "Y" TO WS-STK-OPEN-SW
           END-IF.
           INITIALIZE RPT-SPOOL-AREA.
           MOVE "O" TO RPT-ACTION.
           MOVE "BIER-RATE" TO RPT-PROGRAM.
           MOVE WS-TODAY-DATE TO RPT-PERIOD.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           MOVE SPACES TO RPT-LINE.
           STRING "BEVERAGE RATINGS AS OF " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "BEVERAGE          AVG  RATERS RATINGS "
                       DELIMITED BY SIZE
                   "TREND  DESCRIPTION" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:70).
           PERFORM 0590-PRINT-RPT-LINE.
           MOVE SPACES TO WS-GROUP-CODE.
           MOVE "N" TO WS-RAT-EOF-SW.
           PERFORM 0510-READ-RATING
               UNTIL WS-RAT-EOF.
           IF WS-GROUP-CODE NOT = SPACES
               PERFORM 0530-CLOSE-USER
               PERFORM 0540-CLOSE-BEVERAGE
           END-IF.
           CLOSE BIER-RATING.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING WS-CODE-COUNT DELIMITED BY SIZE
                   " BEVERAGE(S), " DELIMITED BY SIZE
                   WS-RATING-TOTAL DELIMITED BY SIZE
                   " RATING(S)" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           PERFORM 0560-PRINT-LOW-RATED.
           IF WS-BEV-OPEN
               CLOSE BIER-BEVERAGE
           END-IF.
           IF WS-STK-OPEN
               CLOSE BIER-STOCK
           END-IF.
           MOVE "C" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0510-READ-RATING.
           READ BIER-RATING NEXT RECORD
               AT END
                   MOVE "Y" TO WS-RAT-EOF-SW
               NOT AT END
                   PERFORM 0520-TAKE-RATING
           END-READ.
       0520-TAKE-RATING.
      *    the file is in beverage, user, timestamp order, so each
      *    change of code closes a beverage and each change of user
      *    within it closes a rater
           IF BRAT-BEVERAGE NOT = WS-GROUP-CODE
               IF WS-GROUP-CODE NOT = SPACES
                   PERFORM 0530-CLOSE-USER
                   PERFORM 0540-CLOSE-BEVERAGE
               END-IF
               MOVE BRAT-BEVERAGE TO WS-GROUP-CODE
               MOVE BRAT-USER-ID TO WS-GROUP-USER
               MOVE 0 TO WS-GROUP-RATINGS WS-GROUP-RATERS
                         WS-GROUP-SCORE-SUM WS-RECENT-COUNT
                         WS-RECENT-SUM WS-EARLIER-COUNT
                         WS-EARLIER-SUM WS-LATEST-NOTE-TS
               MOVE SPACES TO WS-LATEST-NOTE
           END-IF.
           IF BRAT-USER-ID NOT = WS-GROUP-USER
               PERFORM 0530-CLOSE-USER
               MOVE BRAT-USER-ID TO WS-GROUP-USER
           END-IF.
           MOVE BRAT-SCORE TO WS-USER-LATEST-SCORE.
           ADD 1 TO WS-GROUP-RATINGS.
           ADD 1 TO WS-RATING-TOTAL.
           COMPUTE WS-RATED-DATE = BRAT-TIMESTAMP / 1000000.
           COMPUTE WS-RATED-DAYS = INTEGER-OF-DATE(WS-RATED-DATE).
           IF WS-TODAY-DAYS - WS-RATED-DAYS < WS-TREND-DAYS
               ADD 1 TO WS-RECENT-COUNT
               ADD BRAT-SCORE TO WS-RECENT-SUM
           ELSE
               ADD 1 TO WS-EARLIER-COUNT
               ADD BRAT-SCORE TO WS-EARLIER-SUM
           END-IF.
           IF BRAT-NOTE NOT = SPACES
                   AND BRAT-TIMESTAMP > WS-LATEST-NOTE-TS
               MOVE BRAT-NOTE TO WS-LATEST-NOTE
               MOVE BRAT-TIMESTAMP TO WS-LATEST-NOTE-TS
           END-IF.
       0530-CLOSE-USER.
      *    a rater's most recent score is the one that counts
           ADD 1 TO WS-GROUP-RATERS.
           ADD WS-USER-LATEST-SCORE TO WS-GROUP-SCORE-SUM.
       0540-CLOSE-BEVERAGE.
           ADD 1 TO WS-CODE-COUNT.
           COMPUTE WS-AVERAGE ROUNDED =
                   WS-GROUP-SCORE-SUM / WS-GROUP-RATERS.
           PERFORM 0545-WORK-OUT-TREND.
           MOVE SPACES TO WS-DESCRIPTION.
           IF WS-BEV-OPEN
               MOVE WS-GROUP-CODE TO BBEV-CODE
               READ BIER-BEVERAGE
                   INVALID KEY
                       MOVE "(NOT ON BIER.BEV)" TO WS-DESCRIPTION
                   NOT INVALID KEY
                       MOVE BBEV-DESCRIPTION TO WS-DESCRIPTION
               END-READ
           END-IF.
           MOVE WS-AVERAGE TO WS-AVERAGE-OUT.
           MOVE WS-GROUP-RATERS TO WS-RATERS-OUT.
           MOVE WS-GROUP-RATINGS TO WS-RATINGS-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING WS-GROUP-CODE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AVERAGE-OUT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-RATERS-OUT DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-RATINGS-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-TREND DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-DESCRIPTION DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           IF WS-LATEST-NOTE NOT = SPACES
               MOVE SPACES TO RPT-LINE
               STRING "    LATEST NOTE: " DELIMITED BY SIZE
                       TRIM(WS-LATEST-NOTE) DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0590-PRINT-RPT-LINE
           END-IF.
           IF WS-AVERAGE < WS-LOW-SCORE
               PERFORM 0550-HOLD-LOW-RATED
           END-IF.
       0545-WORK-OUT-TREND.
           EVALUATE TRUE
               WHEN WS-EARLIER-COUNT = 0
                   MOVE "NEW" TO WS-TREND
               WHEN WS-RECENT-COUNT = 0
                   MOVE "QUIET" TO WS-TREND
               WHEN OTHER
                   COMPUTE WS-RECENT-AVERAGE ROUNDED =
                           WS-RECENT-SUM / WS-RECENT-COUNT
                   COMPUTE WS-EARLIER-AVERAGE ROUNDED =
                           WS-EARLIER-SUM / WS-EARLIER-COUNT
                   EVALUATE TRUE
                       WHEN WS-RECENT-AVERAGE >=
                               WS-EARLIER-AVERAGE + WS-TREND-MARGIN
                           MOVE "UP" TO WS-TREND
                       WHEN WS-RECENT-AVERAGE + WS-TREND-MARGIN <=
                               WS-EARLIER-AVERAGE
                           MOVE "DOWN" TO WS-TREND
                       WHEN OTHER
                           MOVE "STEADY" TO WS-TREND
                   END-EVALUATE
           END-EVALUATE.
       0550-HOLD-LOW-RATED.
      *    only codes the fridge still holds are a decision to make -
      *    a low scorer already drunk dry just is not reordered
           IF WS-STK-OPEN
               MOVE WS-GROUP-CODE TO BSTK-CODE
               READ BIER-STOCK
                   INVALID KEY
                       MOVE 0 TO BSTK-ON-HAND
               END-READ
               IF BSTK-ON-HAND > 0
                   IF WS-LR-COUNT < 200
                       ADD 1 TO WS-LR-COUNT
                       MOVE WS-GROUP-CODE TO LR-CODE(WS-LR-COUNT)
                       MOVE WS-AVERAGE TO LR-AVERAGE(WS-LR-COUNT)
                       MOVE BSTK-ON-HAND TO LR-ON-HAND(WS-LR-COUNT)
                   ELSE
                       DISPLAY "LOW-RATED TABLE IS FULL AT 200 CODES, "
                               "CANNOT ADD " TRIM(WS-GROUP-CODE)
                               UPON TERM
                   END-IF
               END-IF
           END-IF.
       0560-PRINT-LOW-RATED.
           MOVE WS-LOW-SCORE TO WS-LOW-SCORE-OUT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING "RATED BELOW " DELIMITED BY SIZE
                   WS-LOW-SCORE-OUT DELIMITED BY SIZE
                   " AND STILL IN STOCK ON BIER.STK:" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           IF NOT WS-STK-OPEN
               MOVE "  NO BIER.STK ON FILE - STOCK NOT CHECKED"
                   TO RPT-LINE
               PERFORM 0590-PRINT-RPT-LINE
           ELSE
               IF WS-LR-COUNT = 0
                   MOVE "  NONE" TO RPT-LINE
                   PERFORM 0590-PRINT-RPT-LINE
               ELSE
                   MOVE 1 TO WS-LR-IDX
                   PERFORM 0565-PRINT-LOW-RATED-LINE
                       UNTIL WS-LR-IDX > WS-LR-COUNT
               END-IF
           END-IF.
       0565-PRINT-LOW-RATED-LINE.
           MOVE LR-AVERAGE(WS-LR-IDX) TO WS-AVERAGE-OUT.
           MOVE LR-ON-HAND(WS-LR-IDX) TO WS-ON-HAND-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING "  " DELIMITED BY SIZE
                   LR-CODE(WS-LR-IDX) DELIMITED BY SIZE
                   " AVG " DELIMITED BY SIZE
                   WS-AVERAGE-OUT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-ON-HAND-OUT DELIMITED BY SIZE
                   " SERVINGS ON HAND" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0590-PRINT-RPT-LINE.
           ADD 1 TO WS-LR-IDX.
       0590-PRINT-RPT-LINE.
      *    every report line goes through the shared spool writer -
      *    console as before, plus the dated REPORTS member
           MOVE "L" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
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
