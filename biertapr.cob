       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERTAPR.
      * cobc -m -Wall biertapr.cob -I copybooks
      * shared taper-plan lookup, CALLed by BIER and BIER-INTAKE at
      * entry and by BIER-PLEDGE for the weekly progress report:
      *     CALL "BIERTAPR" USING BIER-TAPER-AREA
      * a taper plan is a stepped reduction - a start date and one
      * standard-unit target per week, at most 12 weeks - kept on
      * BIER.TAPR, one line per registration:
      *     user start-yyyymmdd target-1 target-2 ... target-n
      * the latest line for a user is the plan in force, so a new
      * registration replaces the old plan without rewriting the
      * file.  the file is loaded on the first call and held for the
      * rest of the run, the stance BIERPCLS takes with BIER.CLS;
      * no BIER.TAPR simply means nobody has a plan.  the week's
      * units come from the BIER.DAY summary, read fresh on every
      * call so an entry the caller has just logged is counted.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TAPER-FILE ASSIGN TO "BIER.TAPR"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TAPR-STAT.
           SELECT BIER-DAY ASSIGN TO "BIER.DAY"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS DAY-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  TAPER-FILE.
       01  TAPER-LINE                             PIC X(120).
       FD  BIER-DAY.
       COPY "bierday.cpy".
       WORKING-STORAGE SECTION.
       01  PLAN-TABLE.
           03  PLAN-ENTRY OCCURS 100 TIMES.
               05  PT-USER-ID                     PIC X(08).
               05  PT-START-DATE                  PIC 9(08).
               05  PT-WEEK-COUNT                  PIC 9(02).
               05  PT-TARGET OCCURS 12 TIMES      PIC 9(03)V9.
       77  WS-PT-COUNT                            PIC 9(03) VALUE 0.
       77  WS-PT-IDX                              PIC 9(03).
       77  WS-SEARCH-USER-ID                      PIC X(08).
       01  TAPER-LINE-TOKENS.
           03  TL-USER-ID                         PIC X(08).
           03  TL-START-DATE                      PIC X(08).
           03  TL-TARGET OCCURS 12 TIMES          PIC X(06).
       77  WS-TL-IDX                              PIC 9(02).
       77  WS-LOADED-SW                           PIC X(01) VALUE "N".
           88  WS-TAPR-LOADED                     VALUE "Y".
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-DAY-OFFSET                          PIC S9(09).
       77  WS-DAY-EOF-SW                          PIC X(01).
           88  WS-DAY-EOF                         VALUE "Y".
       77  TAPR-STAT                               PIC X(02).
       77  DAY-STAT                                PIC X(02).
       LINKAGE SECTION.
       COPY "biertpr.cpy".
       PROCEDURE DIVISION USING BIER-TAPER-AREA.
       0000-MAIN.
           IF NOT WS-TAPR-LOADED
               PERFORM 0010-LOAD-PLANS
           END-IF.
           MOVE SPACE TO TPR-STATE.
           MOVE 0 TO TPR-WEEK-NO TPR-WEEK-COUNT TPR-WEEK-START
               TPR-WEEK-TARGET TPR-WEEK-UNITS.
           MOVE TPR-USER-ID TO WS-SEARCH-USER-ID.
           PERFORM 0100-FIND-PLAN.
           IF NOT WS-FOUND-YES
               GO TO 9999-EXIT
           END-IF.
           IF TPR-DATE < PT-START-DATE(WS-PT-IDX)
               GO TO 9999-EXIT
           END-IF.
           COMPUTE WS-DAY-OFFSET = INTEGER-OF-DATE(TPR-DATE)
                   - INTEGER-OF-DATE(PT-START-DATE(WS-PT-IDX)).
           COMPUTE TPR-WEEK-NO = WS-DAY-OFFSET / 7 + 1.
           IF TPR-WEEK-NO > PT-WEEK-COUNT(WS-PT-IDX)
               MOVE 0 TO TPR-WEEK-NO
               GO TO 9999-EXIT
           END-IF.
           MOVE PT-WEEK-COUNT(WS-PT-IDX) TO TPR-WEEK-COUNT.
           MOVE PT-TARGET(WS-PT-IDX, TPR-WEEK-NO) TO TPR-WEEK-TARGET.
           COMPUTE TPR-WEEK-START = DATE-OF-INTEGER(
                   INTEGER-OF-DATE(PT-START-DATE(WS-PT-IDX))
                   + (TPR-WEEK-NO - 1) * 7).
           PERFORM 0200-SUM-WEEK-UNITS.
           IF TPR-WEEK-UNITS > TPR-WEEK-TARGET
               MOVE "O" TO TPR-STATE
           ELSE
               MOVE "U" TO TPR-STATE
           END-IF.
           GO TO 9999-EXIT.
       0010-LOAD-PLANS.
           MOVE "Y" TO WS-LOADED-SW.
           OPEN INPUT TAPER-FILE.
           IF TAPR-STAT = "00"
               PERFORM 0020-READ-TAPER-LINE
                   UNTIL TAPR-STAT = "10"
               CLOSE TAPER-FILE
           END-IF.
       0020-READ-TAPER-LINE.
           READ TAPER-FILE
               AT END
                   MOVE "10" TO TAPR-STAT
               NOT AT END
                   MOVE SPACES TO TAPER-LINE-TOKENS
                   UNSTRING TAPER-LINE DELIMITED BY ALL SPACE
                       INTO TL-USER-ID TL-START-DATE
                            TL-TARGET(1) TL-TARGET(2) TL-TARGET(3)
                            TL-TARGET(4) TL-TARGET(5) TL-TARGET(6)
                            TL-TARGET(7) TL-TARGET(8) TL-TARGET(9)
                            TL-TARGET(10) TL-TARGET(11) TL-TARGET(12)
                   IF TL-USER-ID NOT = SPACES
                           AND TL-START-DATE IS NUMERIC
                       PERFORM 0030-NOTE-PLAN
                   END-IF
           END-READ.
       0030-NOTE-PLAN.
      *    a later line for the same user replaces the earlier plan
           MOVE TL-USER-ID TO WS-SEARCH-USER-ID.
           PERFORM 0100-FIND-PLAN.
           IF NOT WS-FOUND-YES
               IF WS-PT-COUNT < 100
                   ADD 1 TO WS-PT-COUNT
                   MOVE WS-PT-COUNT TO WS-PT-IDX
                   MOVE TL-USER-ID TO PT-USER-ID(WS-PT-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               ELSE
                   DISPLAY "BIER.TAPR HAS MORE THAN 100 PLANS, "
                           "IGNORING " TRIM(TL-USER-ID) UPON TERM
               END-IF
           END-IF.
           IF WS-FOUND-YES
               MOVE TL-START-DATE TO PT-START-DATE(WS-PT-IDX)
               MOVE 0 TO PT-WEEK-COUNT(WS-PT-IDX)
               MOVE 1 TO WS-TL-IDX
               PERFORM 0035-NOTE-TARGET
                   UNTIL WS-TL-IDX > 12
           END-IF.
       0035-NOTE-TARGET.
      *    the targets run until the first blank or unreadable one
           IF PT-WEEK-COUNT(WS-PT-IDX) = WS-TL-IDX - 1
                   AND TL-TARGET(WS-TL-IDX) NOT = SPACES
                   AND TEST-NUMVAL(TL-TARGET(WS-TL-IDX)) = 0
               COMPUTE PT-TARGET(WS-PT-IDX, WS-TL-IDX) =
                       NUMVAL(TL-TARGET(WS-TL-IDX))
               MOVE WS-TL-IDX TO PT-WEEK-COUNT(WS-PT-IDX)
           END-IF.
           ADD 1 TO WS-TL-IDX.
       0100-FIND-PLAN.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-PT-IDX.
           PERFORM 0110-FIND-PLAN-STEP
               UNTIL WS-PT-IDX > WS-PT-COUNT
                   OR WS-FOUND-YES.
       0110-FIND-PLAN-STEP.
           IF PT-USER-ID(WS-PT-IDX) = WS-SEARCH-USER-ID
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-PT-IDX
           END-IF.
       0200-SUM-WEEK-UNITS.
           OPEN INPUT BIER-DAY.
           IF DAY-STAT = "00"
               MOVE TPR-USER-ID TO BDAY-USER-ID
               MOVE TPR-WEEK-START TO BDAY-DATE-NUMERIC
               MOVE "N" TO WS-DAY-EOF-SW
               START BIER-DAY KEY IS NOT LESS THAN BDAY-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-DAY-EOF-SW
               END-START
               PERFORM 0210-SUM-ONE-DAY
                   UNTIL WS-DAY-EOF
               CLOSE BIER-DAY
           END-IF.
       0210-SUM-ONE-DAY.
           READ BIER-DAY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-DAY-EOF-SW
               NOT AT END
                   IF BDAY-USER-ID NOT = TPR-USER-ID
                           OR BDAY-DATE-NUMERIC > TPR-DATE
                       MOVE "Y" TO WS-DAY-EOF-SW
                   ELSE
                       ADD BDAY-STANDARD-UNITS TO TPR-WEEK-UNITS
                   END-IF
           END-READ.
       9999-EXIT.
           GOBACK.
