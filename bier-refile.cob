       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-REFILE.
      * cobc -x -Wall bier-refile.cob fstatmsg.cob bierjrnl.cob
      *              opsjrnl.cob bierpcls.cob bierenv.cob -I copybooks
      *              -T bier-refile.lst
      *
      * bier.cob's BACKDATE mode deliberately never triggers the
      * monthly rollover, so a record backdated into an earlier month
      * BIERJRNL like any other BIER.FILE mutation, and the BIER.CAT
      * line of every generation touched is refreshed (or added) so
      * BIER-CATVERIFY keeps agreeing with what is actually on disk.
      * a record whose period BIER-CLOSE has closed is not refiled:
      * it is listed as held, stays on the live file, and the run
      * ends with return code 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
      * DD_GENFILE is pointed at each BIER.FILE.YYYYMM in turn before
      * the OPEN, the same external-name convention VARCOPY uses for
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT BIER-CATALOG ASSIGN TO "BIER.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierjrn.cpy".
       01  MOVED-KEY-TABLE.
           03  MOVED-KEY OCCURS 500 TIMES         PIC X(22).
       77  WS-MOVE-TOTAL                          PIC 9(03) VALUE 0.
       77  WS-MOVE-IDX                            PIC 9(03).
       77  WS-DUP-COUNT                           PIC 9(03) VALUE 0.
       77  WS-HELD-COUNT                          PIC 9(03) VALUE 0.
       77  WS-PERIOD-STATE                        PIC X(01).
       77  WS-RECORD-PERIOD                       PIC 9(06).
       77  WS-OPEN-GEN-PERIOD                     PIC 9(06) VALUE 0.
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-LOCK-OWNER                          PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-READ-PERIOD.
           PERFORM 0009-ACQUIRE-LOCK.
           OPEN I-O BIER.
                       "THEIR GENERATION - LIVE COPY REMOVED"
                       UPON TERM
           END-IF.
           IF WS-HELD-COUNT > 0
               DISPLAY WS-HELD-COUNT " RECORD(S) HELD ON THE LIVE "
                       "FILE - THEIR PERIOD IS CLOSED" UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.
       0005-READ-PERIOD.
      *    the same stance bier.cob's 0030-CHECK-ROLLOVER takes: an
                   COMPUTE WS-RECORD-PERIOD =
                           (BIER-DATE-YEAR * 100) + BIER-DATE-MONTH
                   IF WS-RECORD-PERIOD < WS-CURRENT-PERIOD
                       CALL "BIERPCLS" USING BIER-DATE-NUMERIC
                           WS-PERIOD-STATE
                       IF WS-PERIOD-STATE = "C"
                           PERFORM 0105-HOLD-CLOSED-RECORD
                       ELSE
                           PERFORM 0100-REFILE-RECORD
                       END-IF
                   END-IF
           END-READ.
       0100-REFILE-RECORD.
                       TRIM(BIER-BEVERAGE-TYPE) " -> "
                       TRIM(WS-GEN-NAME) UPON TERM
           END-IF.
       0105-HOLD-CLOSED-RECORD.
      *    its generation is frozen by BIER-CLOSE - the record stays
      *    on the live file, listed, until a supervisor reopens the
      *    period or the entry is deleted with BIER-AMEND
           ADD 1 TO WS-HELD-COUNT.
           DISPLAY "HELD  " BIER-TIMESTAMP-NUMERIC " "
                   TRIM(BIER-USER-ID) " "
                   TRIM(BIER-BEVERAGE-TYPE) " - PERIOD "
                   WS-RECORD-PERIOD " IS CLOSED" UPON TERM.
       0110-SWITCH-GENERATION.
           IF WS-OPEN-GEN-PERIOD NOT = 0
               CLOSE BIER-GEN
                   WS-CAT-FIRST-TS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CAT-LAST-TS DELIMITED BY SIZE
                   " USERKEY" DELIMITED BY SIZE
               INTO CATALOG-LINE.
           MOVE WS-REFRESH-PERIOD TO WS-REFRESH-PERIOD-X.
           MOVE "N" TO WS-CL-FOUND-SW.
