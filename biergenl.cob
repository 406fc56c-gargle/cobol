       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERGENL.
      * cobc -m -Wall biergenl.cob biergenr.cob
      * shared generation worklist builder, CALLed by every program
      * that reads the whole history file by file:
      *     CALL "BIERGENL"
      * leaves BIER.GENLIST behind with one history file name per
      * line, in name order - which for BIER.FILE.YYYY and
      * BIER.FILE.YYYYMM is date order, a yearly file sorting ahead
      * of the months that follow it.  the caller reads it and
      * removes it as it always has.  the drive is still the list of
      * generations, but a monthly generation whose year BIER.CAT
      * says has been consolidated (see biergenr.cob) is left off:
      * its records are in the yearly file, and a copy BIER-YEAREND
      * did not get round to removing must not be read twice.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RAW-LIST ASSIGN TO "BIER.GENRAW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RAW-STAT.
           SELECT GEN-LIST ASSIGN TO "BIER.GENLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LIST-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  RAW-LIST.
       01  RAW-LIST-LINE                          PIC X(40).
       FD  GEN-LIST.
       01  GEN-LIST-LINE                          PIC X(40).
       WORKING-STORAGE SECTION.
       77  RAW-STAT                               PIC X(02).
       77  LIST-STAT                              PIC X(02).
       77  WS-GEN-PERIOD                          PIC 9(06).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
           88  WS-GEN-IN-YEAR-FILE                VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "SYSTEM" USING "ls BIER.FILE.[0-9][0-9][0-9][0-9] BIER.F
      -        "ILE.[0-9][0-9][0-9][0-9][0-9][0-9] > BIER.GENRAW 2>/dev/
      -        "null".
           MOVE 0 TO RETURN-CODE.
           OPEN OUTPUT GEN-LIST.
           OPEN INPUT RAW-LIST.
           IF RAW-STAT = "00"
               PERFORM 0010-READ-RAW-LINE
                   UNTIL RAW-STAT = "10"
               CLOSE RAW-LIST
           END-IF.
           CLOSE GEN-LIST.
           CALL "SYSTEM" USING "rm -f BIER.GENRAW".
           MOVE 0 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0010-READ-RAW-LINE.
           READ RAW-LIST
               AT END
                   MOVE "10" TO RAW-STAT
               NOT AT END
                   PERFORM 0020-CHECK-RAW-NAME
           END-READ.
       0020-CHECK-RAW-NAME.
      *    only a six-digit suffix is a month; the yearly files and
      *    anything else ls matched go through as they are
           IF RAW-LIST-LINE(11:6) IS NUMERIC
                   AND RAW-LIST-LINE(17:1) = SPACE
               MOVE RAW-LIST-LINE(11:6) TO WS-GEN-PERIOD
               CALL "BIERGENR" USING WS-GEN-PERIOD WS-GEN-NAME
                                     WS-GEN-KIND
               IF WS-GEN-IN-YEAR-FILE
                   DISPLAY TRIM(RAW-LIST-LINE) " SKIPPED - ITS YEAR "
                           "IS IN " TRIM(WS-GEN-NAME) UPON TERM
               ELSE
                   WRITE GEN-LIST-LINE FROM RAW-LIST-LINE
               END-IF
           ELSE
               WRITE GEN-LIST-LINE FROM RAW-LIST-LINE
           END-IF.
       9999-EXIT.
           GOBACK.
