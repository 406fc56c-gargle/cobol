       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-DAYBUILD.
      * cobc -x -Wall bier-daybuild.cob fstatmsg.cob biergenl.cob
      *          biergenr.cob bierday.cob opsjrnl.cob bierlkid.cob
      *          bierenv.cob
      *          -I copybooks -T bier-daybuild.lst
      *
      * one-off (and after-repair) rebuild of the BIER.DAY summary
      * from the detail: the file is wiped and every record on
      * BIER.HIST, every BIER.FILE.YYYYMM generation on the drive
      * (and every consolidated BIER.FILE.YYYY year) and the live
      * BIER.FILE is replayed through the same BIERDAY
      * subroutine the live programs call, so the rebuilt summary is
      * byte-for-byte what incremental maintenance would have
      * produced.  run this once at cutover - a BIER.DAY younger
      * generations in name order, then the live file), the same
      * chronological assumption BIER-ANNUAL rides.  the BIER.LCK
      * exclusive lock is held for the whole rebuild.
      *   a rebuild over years of generations is long, so it keeps a
      * checkpoint on BIERDYBD.CKP (layout in bierckp.cpy): after
      * each source file and every WS-CHECKPOINT-INTERVAL records
      * inside one, BIER.DAY is copied to BIER.DAY.CK1 or BIER.DAY.CK2
      * in turn and the checkpoint rewritten to name that copy, the
      * files finished, the record reached in the current one and
      * the session state.  when a rebuild dies part way,
      *     bier-daybuild RESTART
      * puts back the copy the last checkpoint names, reports the
      * files the earlier attempt completed, skips them and the
      * records already replayed, and carries on - each record lands
      * on BIER.DAY exactly once.  the two copies alternate so a
      * checkpoint interrupted half written still leaves the one
      * before it whole.  a plain run rebuilds from the top as
      * always (BIER-RECOVER relies on that), and a finished rebuild
      * removes the checkpoint and both copies.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT GEN-LIST ASSIGN TO "BIER.GENLIST"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT BIER-CONTROL ASSIGN TO "BIER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CTL-STAT.
      * DD_CKPFILE is pointed at BIERDYBD.CKP to read the checkpoint
      * back and at BIERDYBD.CKP.NEW to write the next one
           SELECT CHECKPOINT-FILE ASSIGN TO "DD_CKPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
       COPY "bierday.cpy".
       FD  BIER-CONTROL.
       COPY "bierctl.cpy".
       FD  CHECKPOINT-FILE.
       COPY "bierckp.cpy".
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierdayd.cpy".
       01  HISTORY-LINE-FIELDS.
           03  HL-TIMESTAMP                       PIC X(14).
       77  WS-NEW-SESSION-SW                      PIC X(01).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-REBUILT-COUNT                       PIC 9(07) VALUE 0.
      * restart state: the source files finished so far, the one in
      * hand and how many of its records have been read
       01  DONE-FILE-TABLE.
           03  DF-ENTRY OCCURS 999 TIMES.
               05  DF-NAME                        PIC X(40).
               05  DF-RECORDS                     PIC 9(09).
       77  WS-DF-COUNT                            PIC 9(03) VALUE 0.
       77  WS-DF-IDX                              PIC 9(03).
       77  WS-SOURCE-DONE-SW                      PIC X(01).
           88  WS-SOURCE-DONE                     VALUE "Y".
       77  WS-CURRENT-SOURCE                      PIC X(40)
                                                  VALUE SPACES.
       77  WS-SOURCE-POSITION                     PIC 9(09).
       77  WS-SOURCE-SKIP                         PIC 9(09).
       77  WS-RESUME-SOURCE                       PIC X(40)
                                                  VALUE SPACES.
       77  WS-RESUME-POSITION                     PIC 9(09) VALUE 0.
       77  WS-CHECKPOINT-INTERVAL                 PIC 9(05) VALUE 5000.
       77  WS-SNAPSHOT-SLOT                       PIC 9(01) VALUE 0.
       77  WS-CHECKPOINT-TAKEN                    PIC 9(14) VALUE 0.
       77  WS-RUN-ARGUMENT                        PIC X(08).
       77  WS-RESTART-SW                          PIC X(01) VALUE "N".
           88  WS-RESTART-RUN                     VALUE "Y".
       77  WS-CHECKPOINT-SW                       PIC X(01) VALUE "N".
           88  WS-CHECKPOINT-FOUND                VALUE "Y".
       01  WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-STAMP                   PIC 9(14).
           03  FILLER                             PIC X(07).
       77  WS-SYSTEM-CMD                          PIC X(80).
       77  WS-STEP-RC                             PIC 9(03).
       77  FILE-STAT                               PIC X(02).
       77  GEN-STAT                                PIC X(02).
       77  LIST-STAT                               PIC X(02).
       77  DAY-STAT                                PIC X(02).
       77  CTL-STAT                                PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  CKP-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
       77  WS-LOCK-OWNER                          PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0005-READ-CONTROL.
           PERFORM 0500-CHECK-CHECKPOINT.
           PERFORM 0009-ACQUIRE-LOCK.
           IF WS-RESTART-RUN
               PERFORM 0530-RESTORE-SNAPSHOT
           ELSE
               PERFORM 0010-WIPE-DAY-FILE
               PERFORM 0550-TAKE-CHECKPOINT
           END-IF.
           PERFORM 0100-REPLAY-HISTORY.
           PERFORM 0200-REPLAY-GENERATIONS.
           PERFORM 0300-REPLAY-LIVE-FILE.
           PERFORM 0590-CLEAR-CHECKPOINT.
           PERFORM 0095-RELEASE-LOCK.
           DISPLAY "BIER.DAY REBUILT FROM " WS-REBUILT-COUNT
                   " DETAIL RECORD(S)" UPON TERM.
           GO TO 9999-EXIT.
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-RUN-ARGUMENT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-ARGUMENT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-ARGUMENT
           END-ACCEPT.
           MOVE UPPER-CASE(WS-RUN-ARGUMENT) TO WS-RUN-ARGUMENT.
           EVALUATE WS-RUN-ARGUMENT
               WHEN SPACES
                   CONTINUE
               WHEN "RESTART"
                   MOVE "Y" TO WS-RESTART-SW
               WHEN OTHER
                   DISPLAY "USAGE: BIER-DAYBUILD [RESTART]" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-EVALUATE.
       0005-READ-CONTROL.
      *    same defaults bier.cob uses when there is no BIER.CTL -
      *    the session replay needs the same-session window
           END-IF.
           CLOSE BIER-DAY.
       0100-REPLAY-HISTORY.
           MOVE "BIER.HIST" TO WS-CURRENT-SOURCE.
           PERFORM 0540-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               OPEN INPUT BIER-HISTORY
               IF HIST-STAT = "00"
                   PERFORM 0110-READ-HISTORY
                       UNTIL HIST-STAT = "10"
                   CLOSE BIER-HISTORY
                   PERFORM 0570-FINISH-SOURCE
               END-IF
           END-IF.
       0110-READ-HISTORY.
           READ BIER-HISTORY
               AT END
                   MOVE "10" TO HIST-STAT
               NOT AT END
                   ADD 1 TO WS-SOURCE-POSITION
                   IF WS-SOURCE-POSITION > WS-SOURCE-SKIP
                       PERFORM 0115-REPLAY-HISTORY-LINE
                   END-IF
           END-READ.
       0115-REPLAY-HISTORY-LINE.
           MOVE SPACES TO HISTORY-LINE-FIELDS.
           UNSTRING HISTORY-RECORD DELIMITED BY ALL SPACE
               INTO HL-TIMESTAMP HL-USER-ID HL-BEVERAGE.
           IF HL-TIMESTAMP IS NUMERIC
               MOVE HL-TIMESTAMP TO WS-REC-TIMESTAMP
               MOVE HL-USER-ID TO WS-REC-USER
               MOVE HL-BEVERAGE TO WS-REC-BEVERAGE
               PERFORM 0400-REPLAY-RECORD
           END-IF.
           PERFORM 0560-INTERVAL-CHECKPOINT.
       0200-REPLAY-GENERATIONS.
      *    biergenl.cob hands the history files back in name order,
      *    which for BIER.FILE.YYYY and BIER.FILE.YYYYMM is date
      *    order - exactly the replay sequence the session arithmetic
      *    needs
           CALL "BIERGENL".
           OPEN INPUT GEN-LIST.
           IF LIST-STAT = "00"
               PERFORM 0210-READ-GENLIST
                   PERFORM 0220-REPLAY-ONE-GEN
           END-READ.
       0220-REPLAY-ONE-GEN.
           MOVE WS-GEN-NAME TO WS-CURRENT-SOURCE.
           PERFORM 0540-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0225-OPEN-ONE-GEN
           END-IF.
       0225-OPEN-ONE-GEN.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
               PERFORM 0230-READ-GENERATION
                   UNTIL GEN-STAT = "10"
               CLOSE BIER-GEN
               PERFORM 0570-FINISH-SOURCE
           END-IF.
       0230-READ-GENERATION.
           READ BIER-GEN NEXT RECORD
               AT END
                   MOVE "10" TO GEN-STAT
               NOT AT END
                   ADD 1 TO WS-SOURCE-POSITION
                   IF WS-SOURCE-POSITION > WS-SOURCE-SKIP
                       MOVE GEN-BIER-TIMESTAMP-NUMERIC
                           TO WS-REC-TIMESTAMP
                       MOVE GEN-BIER-USER-ID TO WS-REC-USER
                       MOVE GEN-BIER-BEVERAGE-TYPE TO WS-REC-BEVERAGE
                       PERFORM 0400-REPLAY-RECORD
                       PERFORM 0560-INTERVAL-CHECKPOINT
                   END-IF
           END-READ.
       0300-REPLAY-LIVE-FILE.
           MOVE "BIER.FILE" TO WS-CURRENT-SOURCE.
           PERFORM 0540-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               OPEN INPUT BIER
               IF FILE-STAT = "00"
                   PERFORM 0310-READ-LIVE
                       UNTIL FILE-STAT = "10"
                   CLOSE BIER
                   PERFORM 0570-FINISH-SOURCE
               END-IF
           END-IF.
       0310-READ-LIVE.
           READ BIER NEXT RECORD
               AT END
                   MOVE "10" TO FILE-STAT
               NOT AT END
                   ADD 1 TO WS-SOURCE-POSITION
                   IF WS-SOURCE-POSITION > WS-SOURCE-SKIP
                       MOVE BIER-TIMESTAMP-NUMERIC TO WS-REC-TIMESTAMP
                       MOVE BIER-USER-ID TO WS-REC-USER
                       MOVE BIER-BEVERAGE-TYPE TO WS-REC-BEVERAGE
                       PERFORM 0400-REPLAY-RECORD
                       PERFORM 0560-INTERVAL-CHECKPOINT
                   END-IF
           END-READ.
       0400-REPLAY-RECORD.
           PERFORM 0410-DERIVE-SESSION-START.
           ELSE
               ADD 1 TO WS-US-IDX
           END-IF.
       0500-CHECK-CHECKPOINT.
      *    read before the lock is taken, so a RESTART with nothing
      *    to restart from never holds up the live runs
           PERFORM 0510-LOAD-CHECKPOINT.
           IF WS-RESTART-RUN
               IF NOT WS-CHECKPOINT-FOUND
                   DISPLAY "NO CHECKPOINT ON BIERDYBD.CKP - NOTHING TO "
                           "RESTART, RUN BIER-DAYBUILD WITHOUT RESTART"
                           UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               PERFORM 0520-REPORT-EARLIER-ATTEMPT
           ELSE
               IF WS-CHECKPOINT-FOUND
                   DISPLAY "AN EARLIER REBUILD STOPPED PART WAY "
                           "(CHECKPOINT OF " WS-CHECKPOINT-TAKEN
                           ") - REBUILDING FROM THE TOP" UPON TERM
                   PERFORM 0515-FORGET-CHECKPOINT
               END-IF
           END-IF.
       0510-LOAD-CHECKPOINT.
           MOVE "N" TO WS-CHECKPOINT-SW.
           DISPLAY "DD_CKPFILE" UPON ENVIRONMENT-NAME.
           DISPLAY "BIERDYBD.CKP" UPON ENVIRONMENT-VALUE.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKP-STAT = "00"
               PERFORM 0512-READ-CHECKPOINT-LINE
                   UNTIL CKP-STAT = "10"
               CLOSE CHECKPOINT-FILE
           END-IF.
       0512-READ-CHECKPOINT-LINE.
           READ CHECKPOINT-FILE
               AT END
                   MOVE "10" TO CKP-STAT
               NOT AT END
                   PERFORM 0513-TAKE-CHECKPOINT-LINE
           END-READ.
       0513-TAKE-CHECKPOINT-LINE.
           EVALUATE TRUE
               WHEN CKP-RUN-LINE
                   MOVE "Y" TO WS-CHECKPOINT-SW
                   MOVE CKP-TIMESTAMP TO WS-CHECKPOINT-TAKEN
                   MOVE CKP-COUNT-1 TO WS-REBUILT-COUNT
                   MOVE CKP-COUNT-2 TO WS-SNAPSHOT-SLOT
               WHEN CKP-DONE-LINE
                   IF WS-DF-COUNT < 999
                       ADD 1 TO WS-DF-COUNT
                       MOVE CKP-NAME TO DF-NAME(WS-DF-COUNT)
                       MOVE CKP-COUNT-1 TO DF-RECORDS(WS-DF-COUNT)
                   END-IF
               WHEN CKP-PART-LINE
                   MOVE CKP-NAME TO WS-RESUME-SOURCE
                   MOVE CKP-COUNT-1 TO WS-RESUME-POSITION
               WHEN CKP-SESS-LINE
                   IF WS-US-COUNT < 120
                       ADD 1 TO WS-US-COUNT
                       MOVE CKP-NAME(1:8) TO US-USER-ID(WS-US-COUNT)
                       MOVE CKP-TIMESTAMP
                           TO US-PREV-TIMESTAMP(WS-US-COUNT)
                   END-IF
           END-EVALUATE.
       0515-FORGET-CHECKPOINT.
           MOVE 0 TO WS-DF-COUNT WS-US-COUNT WS-REBUILT-COUNT
                     WS-RESUME-POSITION WS-SNAPSHOT-SLOT.
           MOVE SPACES TO WS-RESUME-SOURCE.
       0520-REPORT-EARLIER-ATTEMPT.
           DISPLAY "RESTARTING THE BIER.DAY REBUILD FROM THE "
                   "CHECKPOINT OF " WS-CHECKPOINT-TAKEN UPON TERM.
           MOVE 1 TO WS-DF-IDX.
           PERFORM 0525-REPORT-DONE-FILE
               UNTIL WS-DF-IDX > WS-DF-COUNT.
           IF WS-RESUME-SOURCE NOT = SPACES
               DISPLAY "  CARRYING ON WITH " TRIM(WS-RESUME-SOURCE)
                       " AFTER RECORD " WS-RESUME-POSITION UPON TERM
           END-IF.
       0525-REPORT-DONE-FILE.
           DISPLAY "  COMPLETED ON THE EARLIER ATTEMPT: "
                   TRIM(DF-NAME(WS-DF-IDX)) " ("
                   DF-RECORDS(WS-DF-IDX) " RECORD(S))" UPON TERM.
           ADD 1 TO WS-DF-IDX.
       0530-RESTORE-SNAPSHOT.
      *    BIER.DAY goes back to exactly what it held when the
      *    checkpoint was taken, so whatever was replayed after it
      *    and before the stop is not counted twice
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "cp BIER.DAY.CK" DELIMITED BY SIZE
                   WS-SNAPSHOT-SLOT DELIMITED BY SIZE
                   " BIER.DAY" DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-RC NOT = 0 OR WS-SNAPSHOT-SLOT = 0
               DISPLAY "BIER.DAY.CK" WS-SNAPSHOT-SLOT " COULD NOT BE "
                       "PUT BACK - RUN BIER-DAYBUILD WITHOUT RESTART "
                       "TO REBUILD FROM THE TOP" UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0540-START-SOURCE.
      *    a file the earlier attempt finished is passed over; the one
      *    it was part way through resumes after the last record the
      *    checkpoint covers
           MOVE "N" TO WS-SOURCE-DONE-SW.
           MOVE 1 TO WS-DF-IDX.
           PERFORM 0545-FIND-DONE-STEP
               UNTIL WS-DF-IDX > WS-DF-COUNT OR WS-SOURCE-DONE.
           MOVE 0 TO WS-SOURCE-POSITION WS-SOURCE-SKIP.
           IF WS-CURRENT-SOURCE = WS-RESUME-SOURCE
               MOVE WS-RESUME-POSITION TO WS-SOURCE-SKIP
           END-IF.
       0545-FIND-DONE-STEP.
           IF DF-NAME(WS-DF-IDX) = WS-CURRENT-SOURCE
               MOVE "Y" TO WS-SOURCE-DONE-SW
           ELSE
               ADD 1 TO WS-DF-IDX
           END-IF.
       0550-TAKE-CHECKPOINT.
      *    the summary is copied first, into the slot the standing
      *    checkpoint does not name, and only then is the checkpoint
      *    rewritten to point at it - a stop between the two leaves
      *    the old checkpoint and its copy still matching
           IF WS-SNAPSHOT-SLOT = 1
               MOVE 2 TO WS-SNAPSHOT-SLOT
           ELSE
               MOVE 1 TO WS-SNAPSHOT-SLOT
           END-IF.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "cp BIER.DAY BIER.DAY.CK" DELIMITED BY SIZE
                   WS-SNAPSHOT-SLOT DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-RC NOT = 0
               DISPLAY "BIER.DAY COULD NOT BE COPIED FOR THE "
                       "CHECKPOINT - THE LAST ONE STANDS" UPON TERM
               COMPUTE WS-SNAPSHOT-SLOT = 3 - WS-SNAPSHOT-SLOT
           ELSE
               PERFORM 0555-WRITE-CHECKPOINT
           END-IF.
       0555-WRITE-CHECKPOINT.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           DISPLAY "DD_CKPFILE" UPON ENVIRONMENT-NAME.
           DISPLAY "BIERDYBD.CKP.NEW" UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM 0580-CLEAR-CHECKPOINT-LINE.
           MOVE "RUN " TO CKP-TYPE.
           MOVE "REBUILD" TO CKP-NAME.
           MOVE WS-REBUILT-COUNT TO CKP-COUNT-1.
           MOVE WS-SNAPSHOT-SLOT TO CKP-COUNT-2.
           MOVE WS-CURRENT-STAMP TO CKP-TIMESTAMP.
           WRITE CHECKPOINT-RECORD.
           MOVE 1 TO WS-DF-IDX.
           PERFORM 0556-WRITE-DONE-LINE
               UNTIL WS-DF-IDX > WS-DF-COUNT.
           IF WS-CURRENT-SOURCE NOT = SPACES
               PERFORM 0580-CLEAR-CHECKPOINT-LINE
               MOVE "PART" TO CKP-TYPE
               MOVE WS-CURRENT-SOURCE TO CKP-NAME
               MOVE WS-SOURCE-POSITION TO CKP-COUNT-1
               WRITE CHECKPOINT-RECORD
           END-IF.
           MOVE 1 TO WS-US-IDX.
           PERFORM 0557-WRITE-SESSION-LINE
               UNTIL WS-US-IDX > WS-US-COUNT.
           CLOSE CHECKPOINT-FILE.
           CALL "SYSTEM" USING "mv BIERDYBD.CKP.NEW BIERDYBD.CKP".
       0556-WRITE-DONE-LINE.
           PERFORM 0580-CLEAR-CHECKPOINT-LINE.
           MOVE "DONE" TO CKP-TYPE.
           MOVE DF-NAME(WS-DF-IDX) TO CKP-NAME.
           MOVE DF-RECORDS(WS-DF-IDX) TO CKP-COUNT-1.
           WRITE CHECKPOINT-RECORD.
           ADD 1 TO WS-DF-IDX.
       0557-WRITE-SESSION-LINE.
           PERFORM 0580-CLEAR-CHECKPOINT-LINE.
           MOVE "SESS" TO CKP-TYPE.
           MOVE US-USER-ID(WS-US-IDX) TO CKP-NAME.
           MOVE US-PREV-TIMESTAMP(WS-US-IDX) TO CKP-TIMESTAMP.
           WRITE CHECKPOINT-RECORD.
           ADD 1 TO WS-US-IDX.
       0560-INTERVAL-CHECKPOINT.
           IF MOD(WS-SOURCE-POSITION, WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 0550-TAKE-CHECKPOINT
           END-IF.
       0570-FINISH-SOURCE.
           IF WS-DF-COUNT < 999
               ADD 1 TO WS-DF-COUNT
               MOVE WS-CURRENT-SOURCE TO DF-NAME(WS-DF-COUNT)
               MOVE WS-SOURCE-POSITION TO DF-RECORDS(WS-DF-COUNT)
           ELSE
               DISPLAY "MORE THAN 999 SOURCE FILES - A RESTART FROM "
                       "HERE ON MUST BE A FULL REBUILD" UPON TERM
           END-IF.
           MOVE SPACES TO WS-CURRENT-SOURCE.
           PERFORM 0550-TAKE-CHECKPOINT.
       0580-CLEAR-CHECKPOINT-LINE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 0 TO CKP-COUNT-1 CKP-COUNT-2 CKP-TIMESTAMP.
       0590-CLEAR-CHECKPOINT.
      *    a finished rebuild leaves nothing for a later RESTART to
      *    pick up by mistake
           CALL "SYSTEM" USING
               "rm -f BIERDYBD.CKP BIER.DAY.CK1 BIER.DAY.CK2".
       9999-EXIT.
           STOP RUN.
