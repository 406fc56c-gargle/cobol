       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-MERGE.
      * cobc -x -Wall bier-merge.cob fstatmsg.cob biergenl.cob
      *              biergenr.cob bierjrnl.cob opsjrnl.cob bierauth.cob
      *              bierpin.cob bierhash.cob
      *              bierenv.cob
      *              -I copybooks -T bier-merge.lst
      *
      * usage: bier-merge wrong-id right-id [RESTART]
      *   supervised merge of a split history: every trace of
      * WRONG-ID - typically a pre-registry typo like "HANSS" - is
      * reassigned to RIGHT-ID across the live BIER.FILE, every
      * side.  when the registry exists RIGHT-ID must be on it;
      * WRONG-ID deliberately need not be - the whole point is that
      * it never was.
      *   the run is granted through BIER.AUTH (BIERAUTH) before the
      * lock is taken.
      *   a merge across years of generations is long, so it keeps a
      * checkpoint on BIERMRGE.CKP (layout in bierckp.cpy), rewritten
      * after each file and every WS-CHECKPOINT-INTERVAL records
      * moved inside one.  a merge that dies part way leaves it
      * behind, and a plain rerun is then refused;
      *     bier-merge wrong-id right-id RESTART
      * reports the files the earlier attempt completed, passes them
      * over and carries on with the one it stopped in.  the keyed
      * files pick up by themselves - only the wrong ID's records
      * still there are collected - and BIER.DAY, where the fold
      * adds counts, is copied to BIER.DAY.MRG before it is touched
      * and put back from that copy if the stop came inside it.  the
      * text ledgers are written to a .NEW copy and moved over the
      * original, so a stop can never leave one cut short.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
      * DD_GENFILE is pointed at each BIER.FILE.YYYYMM in turn, the
      * same external-name convention VARCOPY uses
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT GEN-LIST ASSIGN TO "BIER.GENLIST"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT TEXT-LEDGER ASSIGN TO "DD_TEXTFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS TEXT-STAT.
      * DD_CKPFILE is pointed at BIERMRGE.CKP to read the checkpoint
      * back and at BIERMRGE.CKP.NEW to write the next one
           SELECT CHECKPOINT-FILE ASSIGN TO "DD_CKPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
       COPY "bierusr.cpy".
       FD  TEXT-LEDGER.
       01  TEXT-LEDGER-LINE                       PIC X(80).
       FD  CHECKPOINT-FILE.
       COPY "bierckp.cpy".
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierjrn.cpy".
       01  MOVE-WORK-TABLE.
           03  MW-ENTRY OCCURS 500 TIMES.
       77  WS-BLOCKED-TOTAL                       PIC 9(05) VALUE 0.
       77  WS-EOF-SW                              PIC X(01).
           88  WS-EOF                             VALUE "Y".
      * restart state: the files finished so far, the one in hand and
      * what has moved (and been blocked) in it
       01  DONE-FILE-TABLE.
           03  DF-ENTRY OCCURS 999 TIMES.
               05  DF-NAME                        PIC X(40).
               05  DF-MOVED                       PIC 9(09).
       77  WS-DF-COUNT                            PIC 9(03) VALUE 0.
       77  WS-DF-IDX                              PIC 9(03).
       77  WS-SOURCE-DONE-SW                      PIC X(01).
           88  WS-SOURCE-DONE                     VALUE "Y".
       77  WS-CURRENT-SOURCE                      PIC X(40)
                                                  VALUE SPACES.
       77  WS-FILE-MOVED                          PIC 9(09).
       77  WS-FILE-BLOCKED                        PIC 9(09).
       77  WS-RESUME-SOURCE                       PIC X(40)
                                                  VALUE SPACES.
       77  WS-RESUME-MOVED                        PIC 9(09) VALUE 0.
       77  WS-RESUME-BLOCKED                      PIC 9(09) VALUE 0.
       77  WS-CHECKPOINT-INTERVAL                 PIC 9(05) VALUE 100.
       77  WS-CHECKPOINT-TAKEN                    PIC 9(14) VALUE 0.
       77  WS-CKP-WRONG-ID                        PIC X(08).
       77  WS-CKP-RIGHT-ID                        PIC X(08).
       77  WS-RUN-OPTION                          PIC X(08).
       77  WS-RESTART-SW                          PIC X(01) VALUE "N".
           88  WS-RESTART-RUN                     VALUE "Y".
       77  WS-CHECKPOINT-SW                       PIC X(01) VALUE "N".
           88  WS-CHECKPOINT-FOUND                VALUE "Y".
       01  WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-STAMP                   PIC 9(14).
           03  FILLER                             PIC X(07).
       77  WS-TEXT-NEW-NAME                       PIC X(20).
       77  WS-SYSTEM-CMD                          PIC X(80).
       77  WS-STEP-RC                             PIC 9(03).
       77  FILE-STAT                               PIC X(02).
       77  GEN-STAT                                PIC X(02).
       77  LIST-STAT                               PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  TEXT-STAT                               PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  CKP-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-MERGE".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0002-CHECK-AUTHORITY.
           PERFORM 0007-CHECK-REGISTRY.
           PERFORM 0600-CHECK-CHECKPOINT.
           PERFORM 0009-ACQUIRE-LOCK.
           DISPLAY "MERGING " TRIM(WS-WRONG-ID) " INTO "
                   TRIM(WS-RIGHT-ID) UPON TERM.
           IF NOT WS-RESTART-RUN
               PERFORM 0650-TAKE-CHECKPOINT
           END-IF.
           PERFORM 0100-MERGE-LIVE-FILE.
           PERFORM 0200-MERGE-GENERATIONS.
           PERFORM 0300-MERGE-TRAILER.
           MOVE "BIER.ALERT" TO WS-TEXT-NAME.
           MOVE "A" TO WS-TEXT-KIND.
           PERFORM 0500-MERGE-TEXT-LEDGER.
           PERFORM 0690-CLEAR-CHECKPOINT.
           PERFORM 0095-RELEASE-LOCK.
           DISPLAY "MERGE COMPLETE: " WS-MOVED-TOTAL " ITEM(S) "
                   "REASSIGNED, " WS-BLOCKED-TOTAL " BLOCKED BY "
               MOVE 4 TO RETURN-CODE
           END-IF.
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
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-WRONG-ID WS-RIGHT-ID.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
               ON EXCEPTION
                   MOVE SPACES TO WS-RIGHT-ID
           END-ACCEPT.
           MOVE SPACES TO WS-RUN-OPTION.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-OPTION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-OPTION
           END-ACCEPT.
           MOVE UPPER-CASE(WS-RUN-OPTION) TO WS-RUN-OPTION.
           IF WS-RUN-OPTION = "RESTART"
               MOVE "Y" TO WS-RESTART-SW
           END-IF.
           IF WS-WRONG-ID = SPACES OR WS-RIGHT-ID = SPACES
                   OR WS-WRONG-ID = WS-RIGHT-ID
                   OR (WS-RUN-OPTION NOT = SPACES
                       AND NOT WS-RESTART-RUN)
               DISPLAY "USAGE: BIER-MERGE WRONG-ID RIGHT-ID [RESTART]"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
      *    the surviving ID must be real when the registry exists -
      *    the doomed one deliberately need not be
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE WS-RIGHT-ID TO BUSR-USER-ID
               READ BIER-REGISTRY
      *    deletes and rewrites them under the right ID - the same
      *    scan-then-mutate split bier-refile uses so the READ NEXT
      *    loop never has its footing deleted from under it
           MOVE "BIER.FILE" TO WS-CURRENT-SOURCE.
           PERFORM 0640-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0105-OPEN-LIVE-FILE
           END-IF.
       0105-OPEN-LIVE-FILE.
           OPEN I-O BIER.
           IF FILE-STAT = "35"
               DISPLAY "NO LIVE BIER.FILE - SKIPPED" UPON TERM
               PERFORM 0110-COLLECT-LIVE-RECORDS
               PERFORM 0120-REASSIGN-LIVE-RECORDS
               CLOSE BIER
               PERFORM 0670-FINISH-SOURCE
           END-IF.
       0110-COLLECT-LIVE-RECORDS.
           MOVE 0 TO WS-MW-COUNT.
                   DISPLAY "BLOCKED: " TRIM(WS-RIGHT-ID)
                           " ALREADY HAS A RECORD AT "
                           MW-TIMESTAMP(WS-MW-IDX) UPON TERM
                   ADD 1 TO WS-BLOCKED-TOTAL WS-FILE-BLOCKED
           END-READ.
           ADD 1 TO WS-MW-IDX.
       0130-MOVE-LIVE-RECORD.
           DISPLAY "MOVED " MW-TIMESTAMP(WS-MW-IDX) " "
                   TRIM(WS-WRONG-ID) " -> " TRIM(WS-RIGHT-ID)
                   " ON BIER.FILE" UPON TERM.
           ADD 1 TO WS-MOVED-TOTAL WS-FILE-MOVED.
           PERFORM 0660-INTERVAL-CHECKPOINT.
       0200-MERGE-GENERATIONS.
      *    biergenl.cob lists the generations and yearly files, same
      *    as bier-alltime's 0030-SCAN-GENERATIONS
           CALL "BIERGENL".
           OPEN INPUT GEN-LIST.
           IF LIST-STAT = "00"
               PERFORM 0210-READ-GENLIST
                   PERFORM 0220-MERGE-ONE-GENERATION
           END-READ.
       0220-MERGE-ONE-GENERATION.
           MOVE WS-GEN-NAME TO WS-CURRENT-SOURCE.
           PERFORM 0640-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0225-OPEN-ONE-GENERATION
           END-IF.
       0225-OPEN-ONE-GENERATION.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN I-O BIER-GEN.
               PERFORM 0230-COLLECT-GEN-RECORDS
               PERFORM 0240-REASSIGN-GEN-RECORDS
               CLOSE BIER-GEN
               PERFORM 0670-FINISH-SOURCE
           END-IF.
       0230-COLLECT-GEN-RECORDS.
           MOVE 0 TO WS-MW-COUNT.
                           " ALREADY HAS A RECORD AT "
                           MW-TIMESTAMP(WS-MW-IDX) " ON "
                           TRIM(WS-GEN-NAME) UPON TERM
                   ADD 1 TO WS-BLOCKED-TOTAL WS-FILE-BLOCKED
           END-READ.
           ADD 1 TO WS-MW-IDX.
       0250-MOVE-GEN-RECORD.
           DISPLAY "MOVED " MW-TIMESTAMP(WS-MW-IDX) " "
                   TRIM(WS-WRONG-ID) " -> " TRIM(WS-RIGHT-ID)
                   " ON " TRIM(WS-GEN-NAME) UPON TERM.
           ADD 1 TO WS-MOVED-TOTAL WS-FILE-MOVED.
           PERFORM 0660-INTERVAL-CHECKPOINT.
       0300-MERGE-TRAILER.
      *    two trailers can't both survive: the right ID keeps
      *    whichever last-timestamp is later and the month counters
      *    that came with it, and the wrong ID's trailer goes -
      *    BIER-RECONCILE REPAIR settles any residual count drift
           MOVE "BIER.TRL" TO WS-CURRENT-SOURCE.
           PERFORM 0640-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0305-OPEN-TRAILER
           END-IF.
       0305-OPEN-TRAILER.
           OPEN I-O BIER-TRAILER.
           IF TRL-STAT NOT = "00"
               DISPLAY "NO BIER.TRL - SKIPPED" UPON TERM
           ELSE
               PERFORM 0310-MERGE-TRAILER-RECORDS
               CLOSE BIER-TRAILER
               PERFORM 0670-FINISH-SOURCE
           END-IF.
       0310-MERGE-TRAILER-RECORDS.
           INITIALIZE BIER-TRAILER-RECORD.
           END-READ.
           DISPLAY "BIER.TRL: " TRIM(WS-WRONG-ID) "'S TRAILER "
                   "ABSORBED INTO " TRIM(WS-RIGHT-ID) UPON TERM.
           ADD 1 TO WS-MOVED-TOTAL WS-FILE-MOVED.
       0330-JOURNAL-TRAILER-WRITE.
           INITIALIZE BIER-JOURNAL-RECORD.
           MOVE "BIERMRGE" TO JRN-PROGRAM.
      *    the wrong ID's day records fold into the right ID's -
      *    counts add where both logged the same day, the record
      *    changes owner where only the wrong ID did
           MOVE "BIER.DAY" TO WS-CURRENT-SOURCE.
           PERFORM 0640-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0405-OPEN-DAY-FILE
           END-IF.
       0405-OPEN-DAY-FILE.
           OPEN I-O BIER-DAY.
           IF DAY-STAT NOT = "00"
               DISPLAY "NO BIER.DAY - SKIPPED" UPON TERM
           ELSE
               CLOSE BIER-DAY
               PERFORM 0430-SECURE-DAY-FILE
               OPEN I-O BIER-DAY
               PERFORM 0410-COLLECT-DAY-RECORDS
               PERFORM 0420-FOLD-DAY-RECORDS
               CLOSE BIER-DAY
               PERFORM 0670-FINISH-SOURCE
           END-IF.
       0410-COLLECT-DAY-RECORDS.
           MOVE 0 TO WS-DW-COUNT.
                           CONTINUE
                   END-REWRITE
           END-READ.
           ADD 1 TO WS-MOVED-TOTAL WS-FILE-MOVED.
           ADD 1 TO WS-DW-IDX.
       0430-SECURE-DAY-FILE.
      *    the fold adds counts together, so doing it twice is not
      *    harmless the way the keyed moves are: the file is copied
      *    before it is touched and the checkpoint then names it as
      *    in hand; a restart that finds it so puts the copy back and
      *    folds again from the start
           MOVE SPACES TO WS-SYSTEM-CMD.
           IF WS-CURRENT-SOURCE = WS-RESUME-SOURCE
               MOVE "cp BIER.DAY.MRG BIER.DAY" TO WS-SYSTEM-CMD
           ELSE
               MOVE "cp BIER.DAY BIER.DAY.MRG" TO WS-SYSTEM-CMD
           END-IF.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-RC NOT = 0
               DISPLAY "BIER.DAY COULD NOT BE SECURED ("
                       TRIM(WS-SYSTEM-CMD) ") - MERGE STOPPED, "
                       "RERUN WITH RESTART" UPON TERM
               PERFORM 0095-RELEASE-LOCK
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-CURRENT-SOURCE NOT = WS-RESUME-SOURCE
               PERFORM 0650-TAKE-CHECKPOINT
           END-IF.
       0500-MERGE-TEXT-LEDGER.
      *    the text ledgers rewrite in place: load, swap the ID
      *    tokens, write back - the same load-replace-rewrite pass
      *    bier-refile runs on BIER.CAT
           MOVE WS-TEXT-NAME TO WS-CURRENT-SOURCE.
           PERFORM 0640-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0505-REWRITE-TEXT-LEDGER
           END-IF.
       0505-REWRITE-TEXT-LEDGER.
           DISPLAY "DD_TEXTFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-TEXT-NAME UPON ENVIRONMENT-VALUE.
           MOVE 0 TO WS-TL-COUNT WS-TEXT-CHANGED.
                   UNTIL TEXT-STAT = "10"
               CLOSE TEXT-LEDGER
               IF WS-TEXT-CHANGED > 0
                   PERFORM 0550-REPLACE-TEXT-LEDGER
                   DISPLAY TRIM(WS-TEXT-NAME) ": " WS-TEXT-CHANGED
                           " LINE(S) REASSIGNED" UPON TERM
                   ADD WS-TEXT-CHANGED TO WS-MOVED-TOTAL
                   MOVE WS-TEXT-CHANGED TO WS-FILE-MOVED
               END-IF
               PERFORM 0670-FINISH-SOURCE
           END-IF.
       0510-LOAD-TEXT-LINE.
           READ TEXT-LEDGER
           MOVE TL-LINE(WS-TL-IDX) TO TEXT-LEDGER-LINE.
           WRITE TEXT-LEDGER-LINE.
           ADD 1 TO WS-TL-IDX.
       0550-REPLACE-TEXT-LEDGER.
      *    written whole to name.NEW and moved over the original, the
      *    way BIER-ALERTDIGEST replaces BIER.ALERT
           MOVE SPACES TO WS-TEXT-NEW-NAME.
           STRING TRIM(WS-TEXT-NAME) DELIMITED BY SIZE
                   ".NEW" DELIMITED BY SIZE
               INTO WS-TEXT-NEW-NAME.
           DISPLAY "DD_TEXTFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-TEXT-NEW-NAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT TEXT-LEDGER.
           MOVE 1 TO WS-TL-IDX.
           PERFORM 0540-WRITE-TEXT-LINE
               UNTIL WS-TL-IDX > WS-TL-COUNT.
           CLOSE TEXT-LEDGER.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "mv " DELIMITED BY SIZE
                   TRIM(WS-TEXT-NEW-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-TEXT-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
       0600-CHECK-CHECKPOINT.
      *    a checkpoint on file means an earlier merge stopped part
      *    way: only RESTART of that same merge may go on from it
           PERFORM 0610-LOAD-CHECKPOINT.
           IF NOT WS-RESTART-RUN
               IF WS-CHECKPOINT-FOUND
                   DISPLAY "AN EARLIER MERGE OF " TRIM(WS-CKP-WRONG-ID)
                           " INTO " TRIM(WS-CKP-RIGHT-ID) " STOPPED "
                           "PART WAY (CHECKPOINT OF "
                           WS-CHECKPOINT-TAKEN ")" UPON TERM
                   DISPLAY "RERUN IT AS BIER-MERGE "
                           TRIM(WS-CKP-WRONG-ID) " "
                           TRIM(WS-CKP-RIGHT-ID) " RESTART" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           ELSE
               IF NOT WS-CHECKPOINT-FOUND
                   DISPLAY "NO CHECKPOINT ON BIERMRGE.CKP - NOTHING TO "
                           "RESTART" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               IF WS-CKP-WRONG-ID NOT = WS-WRONG-ID
                       OR WS-CKP-RIGHT-ID NOT = WS-RIGHT-ID
                   DISPLAY "THE CHECKPOINT IS FOR THE MERGE OF "
                           TRIM(WS-CKP-WRONG-ID) " INTO "
                           TRIM(WS-CKP-RIGHT-ID) " - RESTART THAT ONE"
                           UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               PERFORM 0620-REPORT-EARLIER-ATTEMPT
           END-IF.
       0610-LOAD-CHECKPOINT.
           MOVE "N" TO WS-CHECKPOINT-SW.
           DISPLAY "DD_CKPFILE" UPON ENVIRONMENT-NAME.
           DISPLAY "BIERMRGE.CKP" UPON ENVIRONMENT-VALUE.
           OPEN INPUT CHECKPOINT-FILE.
           IF CKP-STAT = "00"
               PERFORM 0612-READ-CHECKPOINT-LINE
                   UNTIL CKP-STAT = "10"
               CLOSE CHECKPOINT-FILE
           END-IF.
       0612-READ-CHECKPOINT-LINE.
           READ CHECKPOINT-FILE
               AT END
                   MOVE "10" TO CKP-STAT
               NOT AT END
                   PERFORM 0613-TAKE-CHECKPOINT-LINE
           END-READ.
       0613-TAKE-CHECKPOINT-LINE.
           EVALUATE TRUE
               WHEN CKP-RUN-LINE
                   MOVE "Y" TO WS-CHECKPOINT-SW
                   MOVE CKP-TIMESTAMP TO WS-CHECKPOINT-TAKEN
                   MOVE CKP-NAME(1:8) TO WS-CKP-WRONG-ID
                   MOVE CKP-EXTRA(1:8) TO WS-CKP-RIGHT-ID
                   MOVE CKP-COUNT-1 TO WS-MOVED-TOTAL
                   MOVE CKP-COUNT-2 TO WS-BLOCKED-TOTAL
               WHEN CKP-DONE-LINE
                   IF WS-DF-COUNT < 999
                       ADD 1 TO WS-DF-COUNT
                       MOVE CKP-NAME TO DF-NAME(WS-DF-COUNT)
                       MOVE CKP-COUNT-1 TO DF-MOVED(WS-DF-COUNT)
                   END-IF
               WHEN CKP-PART-LINE
                   MOVE CKP-NAME TO WS-RESUME-SOURCE
                   MOVE CKP-COUNT-1 TO WS-RESUME-MOVED
                   MOVE CKP-COUNT-2 TO WS-RESUME-BLOCKED
           END-EVALUATE.
       0620-REPORT-EARLIER-ATTEMPT.
           DISPLAY "RESTARTING THE MERGE FROM THE CHECKPOINT OF "
                   WS-CHECKPOINT-TAKEN UPON TERM.
           MOVE 1 TO WS-DF-IDX.
           PERFORM 0625-REPORT-DONE-FILE
               UNTIL WS-DF-IDX > WS-DF-COUNT.
           IF WS-RESUME-SOURCE NOT = SPACES
               DISPLAY "  CARRYING ON WITH " TRIM(WS-RESUME-SOURCE)
                       " (" WS-RESUME-MOVED " ITEM(S) MOVED THERE "
                       "BEFORE THE STOP)" UPON TERM
           END-IF.
       0625-REPORT-DONE-FILE.
           DISPLAY "  COMPLETED ON THE EARLIER ATTEMPT: "
                   TRIM(DF-NAME(WS-DF-IDX)) " ("
                   DF-MOVED(WS-DF-IDX) " ITEM(S))" UPON TERM.
           ADD 1 TO WS-DF-IDX.
       0640-START-SOURCE.
      *    a file the earlier attempt finished is passed over.  in the
      *    one it stopped in, the moves it made are gone from the
      *    wrong ID and won't be found again, so they stay counted;
      *    the blocked ones will be met again and are uncounted first
           MOVE "N" TO WS-SOURCE-DONE-SW.
           MOVE 1 TO WS-DF-IDX.
           PERFORM 0645-FIND-DONE-STEP
               UNTIL WS-DF-IDX > WS-DF-COUNT OR WS-SOURCE-DONE.
           MOVE 0 TO WS-FILE-MOVED WS-FILE-BLOCKED.
           IF WS-CURRENT-SOURCE = WS-RESUME-SOURCE
                   AND WS-CURRENT-SOURCE NOT = "BIER.DAY"
               MOVE WS-RESUME-MOVED TO WS-FILE-MOVED
               SUBTRACT WS-RESUME-BLOCKED FROM WS-BLOCKED-TOTAL
           END-IF.
       0645-FIND-DONE-STEP.
           IF DF-NAME(WS-DF-IDX) = WS-CURRENT-SOURCE
               MOVE "Y" TO WS-SOURCE-DONE-SW
           ELSE
               ADD 1 TO WS-DF-IDX
           END-IF.
       0650-TAKE-CHECKPOINT.
      *    written whole to BIERMRGE.CKP.NEW and moved over the last
      *    one, so a stop mid-write still leaves that one whole
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           DISPLAY "DD_CKPFILE" UPON ENVIRONMENT-NAME.
           DISPLAY "BIERMRGE.CKP.NEW" UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM 0680-CLEAR-CHECKPOINT-LINE.
           MOVE "RUN " TO CKP-TYPE.
           MOVE WS-WRONG-ID TO CKP-NAME.
           MOVE WS-RIGHT-ID TO CKP-EXTRA.
           MOVE WS-MOVED-TOTAL TO CKP-COUNT-1.
           MOVE WS-BLOCKED-TOTAL TO CKP-COUNT-2.
           MOVE WS-CURRENT-STAMP TO CKP-TIMESTAMP.
           WRITE CHECKPOINT-RECORD.
           MOVE 1 TO WS-DF-IDX.
           PERFORM 0655-WRITE-DONE-LINE
               UNTIL WS-DF-IDX > WS-DF-COUNT.
           IF WS-CURRENT-SOURCE NOT = SPACES
               PERFORM 0680-CLEAR-CHECKPOINT-LINE
               MOVE "PART" TO CKP-TYPE
               MOVE WS-CURRENT-SOURCE TO CKP-NAME
               MOVE WS-FILE-MOVED TO CKP-COUNT-1
               MOVE WS-FILE-BLOCKED TO CKP-COUNT-2
               WRITE CHECKPOINT-RECORD
           END-IF.
           CLOSE CHECKPOINT-FILE.
           CALL "SYSTEM" USING "mv BIERMRGE.CKP.NEW BIERMRGE.CKP".
       0655-WRITE-DONE-LINE.
           PERFORM 0680-CLEAR-CHECKPOINT-LINE.
           MOVE "DONE" TO CKP-TYPE.
           MOVE DF-NAME(WS-DF-IDX) TO CKP-NAME.
           MOVE DF-MOVED(WS-DF-IDX) TO CKP-COUNT-1.
           WRITE CHECKPOINT-RECORD.
           ADD 1 TO WS-DF-IDX.
       0660-INTERVAL-CHECKPOINT.
           IF MOD(WS-FILE-MOVED, WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 0650-TAKE-CHECKPOINT
           END-IF.
       0670-FINISH-SOURCE.
           IF WS-DF-COUNT < 999
               ADD 1 TO WS-DF-COUNT
               MOVE WS-CURRENT-SOURCE TO DF-NAME(WS-DF-COUNT)
               MOVE WS-FILE-MOVED TO DF-MOVED(WS-DF-COUNT)
           END-IF.
           MOVE SPACES TO WS-CURRENT-SOURCE.
           PERFORM 0650-TAKE-CHECKPOINT.
       0680-CLEAR-CHECKPOINT-LINE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 0 TO CKP-COUNT-1 CKP-COUNT-2 CKP-TIMESTAMP.
       0690-CLEAR-CHECKPOINT.
           CALL "SYSTEM" USING "rm -f BIERMRGE.CKP BIER.DAY.MRG".
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
