       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-RECOVER.
      * cobc -x -Wall bier-recover.cob fstatmsg.cob opsjrnl.cob
      *                       biergenr.cob bierlkid.cob bierauth.cob
      *                       bierpin.cob bierhash.cob
      *                       bierenv.cob
      *                       -I copybooks -T bier-recover.lst
      *
      * usage: bier-recover LIST    [yyyymmdd]
      *        bier-recover REPLAY  [yyyymmdd]
      *        bier-recover BACKOUT [yyyymmdd]
      *        bier-recover POINT   set-name yyyymmddhhmmss
      *   works through the BIER.JRN mutation journal written by
      * BIERJRNL.  LIST prints the entries; REPLAY re-applies each
      * entry's outcome (after-image written or rewritten, deletes
      * entries.  REPLAY and BACKOUT touch only the keyed BIER.FILE
      * and BIER.TRL; BIER.RND entries are reported for hand fixing,
      * since replaying an append-only ledger would double its rows.
      *   POINT is point-in-time recovery: the family is put back the
      * way it stood at the target timestamp.  BIER-RESTORE brings
      * the BIER-BACKUP set back (verified against its MANIFEST as
      * always), the BIER.JRN entries from the set's timestamp up to
      * the target are rolled forward over BIER.FILE and BIER.TRL,
      * and everything journalled after the target is left out.
      * the generations are not in a backup set, so their entries
      * after the target are backed out of the generation on disk
      * instead.  the ledgers are never replayed, for the same reason
      * REPLAY skips them: BIER.RND came back with the set, so its
      * entries up to the target are listed for hand fixing.  so did
      * BIER.RAT, whose rating record is longer than the journal
      * image and so can not be rolled forward either - its entries
      * up to the target are listed for hand fixing and those after
      * it are left out with the rest of the set's files.  meanwhile
      * BIER.GST and BIER.STK are not in a set and kept their rows, so
      * it is their entries after the target that are listed.  BIER.JRN
      * itself is kept as it stood before the run - the set's older
      * copy never replaces it.  a BIER-QUIESCE hold is taken for the
      * run unless one is already standing, BIER-DAYBUILD rebuilds
      * BIER.DAY afterwards and BIER-RECONCILE checks BIER.TRL
      * against the recovered file.  the set and the target must
      * fall in the same month - a rollover between the two moved
      * records off BIER.FILE in a way the journal does not record.
      * the run ends with every entry and what was done with it;
      * return code 4 when anything is left for hand fixing or the
      * trailers do not reconcile, 16 when the restore failed.
      * REPLAY, BACKOUT and POINT are granted through BIER.AUTH
      * (BIERAUTH); a POINT run calls BIER-QUIESCE and BIER-RESTORE
      * under the same BIER_USER, so its role needs those too.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
      * DD_GENFILE is pointed at the generation an entry belongs to
      * before each OPEN, the same convention BIER-AMEND uses
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT QUIESCE-FILE ASSIGN TO "BIER.QSC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS QSC-STAT.
           SELECT BIER-TRAILER ASSIGN TO "BIER.TRL"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01  JOURNAL-LINE                           PIC X(149).
       FD  BIER.
       COPY "bierrec.cpy".
       FD  BIER-GEN.
       01  GEN-BIER-RECORD.
           03  GEN-BIER-KEY.
               05  GEN-BIER-TIMESTAMP-NUMERIC    PIC 9(14).
               05  GEN-BIER-USER-ID              PIC X(08).
           03  GEN-BIER-BEVERAGE-TYPE             PIC X(16).
           03  GEN-BIER-SITE-ID                   PIC X(04).
       FD  QUIESCE-FILE.
       01  QUIESCE-LINE                           PIC X(60).
       FD  BIER-TRAILER.
       COPY "biertrl.cpy".
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierjrn.cpy".
       01  JOURNAL-ENTRY-TABLE.
           03  JOURNAL-ENTRY OCCURS 500 TIMES.
               05  JE-LINE                        PIC X(149).
               05  JE-DISPOSITION                 PIC X(10).
       77  WS-ENTRY-COUNT                         PIC 9(03) VALUE 0.
       77  WS-ENTRY-IDX                           PIC 9(03).
       77  WS-RUN-MODE                            PIC X(08).
           88  WS-LIST-MODE                       VALUE "LIST".
           88  WS-REPLAY-MODE                     VALUE "REPLAY".
           88  WS-BACKOUT-MODE                    VALUE "BACKOUT".
           88  WS-POINT-MODE                      VALUE "POINT".
       77  WS-ARG-DATE                            PIC X(08).
       77  WS-FILTER-DATE                         PIC 9(08) VALUE 0.
       77  WS-APPLIED-COUNT                       PIC 9(05) VALUE 0.
       77  WS-SKIPPED-COUNT                       PIC 9(05) VALUE 0.
       77  WS-ARG-SET-NAME                        PIC X(24).
       77  WS-ARG-TARGET                          PIC X(14).
       77  WS-SET-TIMESTAMP                       PIC 9(14).
       77  WS-TARGET-TIMESTAMP                    PIC 9(14).
       77  WS-FROM-TIMESTAMP                      PIC 9(14) VALUE 0.
       77  WS-ENTRY-TIMESTAMP                     PIC 9(14).
       01  WS-NOW-DATA.
           03  WS-NOW-TIMESTAMP                   PIC 9(14).
           03  FILLER                             PIC X(07).
       77  WS-SYSTEM-CMD                          PIC X(120).
       77  WS-STEP-RC                             PIC 9(04).
       77  WS-OWN-HOLD-SW                         PIC X(01) VALUE "N".
           88  WS-OWN-HOLD                        VALUE "Y".
       77  WS-DISPOSITION                         PIC X(10).
       77  WS-GEN-PERIOD                          PIC 9(06).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       77  WS-LEFT-OUT-COUNT                      PIC 9(05) VALUE 0.
       77  WS-BACKED-OUT-COUNT                    PIC 9(05) VALUE 0.
       77  WS-HAND-COUNT                          PIC 9(05) VALUE 0.
       77  WS-ATTENTION-COUNT                     PIC 9(02) VALUE 0.
       77  JRN-STAT                                PIC X(02).
       77  FILE-STAT                               PIC X(02).
       77  TRL-STAT                                PIC X(02).
       77  GEN-STAT                                PIC X(02).
       77  QSC-STAT                                PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-RECOVER".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF NOT WS-LIST-MODE
               PERFORM 0002-CHECK-AUTHORITY
           END-IF.
           PERFORM 0010-LOAD-JOURNAL.
           IF WS-POINT-MODE
               PERFORM 0500-POINT-IN-TIME
               GO TO 9999-EXIT
           END-IF.
           IF WS-ENTRY-COUNT = 0
               DISPLAY "NO MATCHING ENTRIES ON BIER.JRN" UPON TERM
               GO TO 9999-EXIT
                           WS-SKIPPED-COUNT " SKIPPED" UPON TERM
           END-EVALUATE.
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
           MOVE SPACES TO WS-RUN-MODE WS-ARG-DATE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.
           IF NOT WS-LIST-MODE AND NOT WS-REPLAY-MODE
                   AND NOT WS-BACKOUT-MODE AND NOT WS-POINT-MODE
               DISPLAY "USAGE: BIER-RECOVER LIST/REPLAY/BACKOUT "
                       "[YYYYMMDD]" UPON TERM
               DISPLAY "       BIER-RECOVER POINT "
                       "BIER.BKP.YYYYMMDDHHMMSS YYYYMMDDHHMMSS"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-POINT-MODE
               PERFORM 0007-GET-POINT-ARGUMENTS
           ELSE
               PERFORM 0008-GET-DATE-FILTER
           END-IF.
       0007-GET-POINT-ARGUMENTS.
           MOVE SPACES TO WS-ARG-SET-NAME WS-ARG-TARGET.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-SET-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-SET-NAME
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-TARGET FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-TARGET
           END-ACCEPT.
      *    the set's own name carries the moment BIER-BACKUP froze
      *    the family - the journal is rolled forward from there
           IF WS-ARG-SET-NAME(1:9) NOT = "BIER.BKP."
                   OR WS-ARG-SET-NAME(10:14) NOT NUMERIC
                   OR WS-ARG-TARGET NOT NUMERIC
               DISPLAY "USAGE: BIER-RECOVER POINT "
                       "BIER.BKP.YYYYMMDDHHMMSS YYYYMMDDHHMMSS"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-ARG-SET-NAME(10:14) TO WS-SET-TIMESTAMP.
           MOVE WS-ARG-TARGET TO WS-TARGET-TIMESTAMP.
           MOVE CURRENT-DATE TO WS-NOW-DATA.
           IF WS-TARGET-TIMESTAMP < WS-SET-TIMESTAMP
               DISPLAY "TARGET " WS-TARGET-TIMESTAMP " IS BEFORE THE "
                       "SET WAS TAKEN - PICK AN OLDER SET" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-TARGET-TIMESTAMP > WS-NOW-TIMESTAMP
               DISPLAY "TARGET " WS-TARGET-TIMESTAMP " IS IN THE "
                       "FUTURE" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-ARG-TARGET(1:6) NOT = WS-ARG-SET-NAME(10:6)
               DISPLAY "SET AND TARGET ARE IN DIFFERENT MONTHS - A "
                       "ROLLOVER LIES BETWEEN THEM, RECOVER BY HAND"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-SET-TIMESTAMP TO WS-FROM-TIMESTAMP.
       0008-GET-DATE-FILTER.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-DATE FROM ARGUMENT-VALUE
               ON EXCEPTION
       0010-LOAD-JOURNAL.
           OPEN INPUT BIER-JOURNAL.
           IF JRN-STAT NOT = "00"
               IF WS-POINT-MODE
                   DISPLAY "NO BIER.JRN ON FILE - THE SET COMES BACK "
                           "AS IT STANDS" UPON TERM
               ELSE
                   DISPLAY "NO BIER.JRN ON FILE - NOTHING TO RECOVER"
                       UPON TERM
                   GO TO 9999-EXIT
               END-IF
           ELSE
               PERFORM 0020-READ-JOURNAL
                   UNTIL JRN-STAT = "10"
               CLOSE BIER-JOURNAL
           END-IF.
       0020-READ-JOURNAL.
           READ BIER-JOURNAL
               AT END
                   MOVE "10" TO JRN-STAT
               NOT AT END
                   MOVE JOURNAL-LINE TO BIER-JOURNAL-RECORD
                   COMPUTE WS-ENTRY-TIMESTAMP =
                           (JRN-DATE * 1000000) + JRN-TIME
                   IF (WS-FILTER-DATE = 0
                           OR JRN-DATE = WS-FILTER-DATE)
                           AND WS-ENTRY-TIMESTAMP >= WS-FROM-TIMESTAMP
                       IF WS-ENTRY-COUNT > 499
                           DISPLAY "JOURNAL-ENTRY TABLE IS FULL AT "
                                   "500 ENTRIES - NARROW THE DATE "
                                   "FILTER OR RECOVER FROM A NEWER "
                                   "SET" UPON TERM
                           MOVE 16 TO RETURN-CODE
                           GO TO 9999-EXIT
                       END-IF
                       ADD 1 TO WS-ENTRY-COUNT
                       MOVE JOURNAL-LINE TO JE-LINE(WS-ENTRY-COUNT)
                       MOVE SPACES TO JE-DISPOSITION(WS-ENTRY-COUNT)
                   END-IF
           END-READ.
       0100-LIST-ENTRIES.
                   END-WRITE
                   ADD 1 TO WS-APPLIED-COUNT
           END-EVALUATE.
       0500-POINT-IN-TIME.
           PERFORM 0510-TAKE-QUIESCE-HOLD.
           PERFORM 0520-RESTORE-THE-SET.
           PERFORM 0009-ACQUIRE-LOCK.
           PERFORM 0200-OPEN-TARGETS.
      *    forward from the set, oldest first, as far as the target
           MOVE 1 TO WS-ENTRY-IDX.
           PERFORM 0530-ROLL-FORWARD-ONE-ENTRY
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
      *    then back from the newest entry to the target, for the
      *    files the set did not bring back
           MOVE WS-ENTRY-COUNT TO WS-ENTRY-IDX.
           PERFORM 0540-ROLL-BACK-ONE-ENTRY
               UNTIL WS-ENTRY-IDX < 1.
           PERFORM 0290-CLOSE-TARGETS.
           PERFORM 0095-RELEASE-LOCK.
           PERFORM 0560-REBUILD-AND-CHECK.
           PERFORM 0590-RELEASE-QUIESCE-HOLD.
           PERFORM 0570-REPORT-ENTRIES.
           IF WS-HAND-COUNT > 0 OR WS-ATTENTION-COUNT > 0
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
       0510-TAKE-QUIESCE-HOLD.
      *    an operator's own hold is left exactly as it was found;
      *    otherwise the run takes one and gives it back at the end
           OPEN INPUT QUIESCE-FILE.
           IF QSC-STAT = "00"
               CLOSE QUIESCE-FILE
               DISPLAY "A BIER-QUIESCE HOLD IS ALREADY STANDING - "
                       "IT IS LEFT AS IT IS" UPON TERM
           ELSE
               CALL "SYSTEM" USING "$BIER_HOME/bier-quiesce HOLD"
      *        the exit code rides in the high byte of the wait
      *        status SYSTEM hands back, as in morning-status
               COMPUTE WS-STEP-RC = RETURN-CODE / 256
               MOVE 0 TO RETURN-CODE
               MOVE "Y" TO WS-OWN-HOLD-SW
               IF WS-STEP-RC NOT = 0
                   DISPLAY "BIER-QUIESCE HOLD ENDED RC " WS-STEP-RC
                           " - NOTHING RESTORED" UPON TERM
                   PERFORM 0590-RELEASE-QUIESCE-HOLD
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
       0520-RESTORE-THE-SET.
      *    the set carries its own older BIER.JRN - the journal as it
      *    stands now is the record of what happened and has to
      *    survive the restore
           CALL "SYSTEM" USING
               "cp -p BIER.JRN BIER.JRN.PIT 2>/dev/null".
           MOVE 0 TO RETURN-CODE.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "$BIER_HOME/bier-restore " DELIMITED BY SIZE
                   TRIM(WS-ARG-SET-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           PERFORM 0525-PUT-JOURNAL-BACK.
           IF WS-STEP-RC NOT = 0
               DISPLAY "BIER-RESTORE ENDED RC " WS-STEP-RC
                       " - NOTHING ROLLED FORWARD (SEE ABOVE)"
                   UPON TERM
               PERFORM 0590-RELEASE-QUIESCE-HOLD
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0525-PUT-JOURNAL-BACK.
           CALL "SYSTEM" USING
               "test -f BIER.JRN.PIT && mv BIER.JRN.PIT BIER.JRN".
           MOVE 0 TO RETURN-CODE.
       0530-ROLL-FORWARD-ONE-ENTRY.
           MOVE JE-LINE(WS-ENTRY-IDX) TO BIER-JOURNAL-RECORD.
           COMPUTE WS-ENTRY-TIMESTAMP = (JRN-DATE * 1000000) + JRN-TIME.
           IF WS-ENTRY-TIMESTAMP NOT > WS-TARGET-TIMESTAMP
               EVALUATE TRUE
                   WHEN JRN-FILE-NAME = "BIER.FILE"
                       PERFORM 0320-REPLAY-BIER-ENTRY
                       MOVE "APPLIED" TO JE-DISPOSITION(WS-ENTRY-IDX)
                   WHEN JRN-FILE-NAME = "BIER.TRL"
                       PERFORM 0330-REPLAY-TRAILER-ENTRY
                       MOVE "APPLIED" TO JE-DISPOSITION(WS-ENTRY-IDX)
      *            the ledger and the ratings came back with the set,
      *            and neither record can be rebuilt from a 42-byte
      *            image
                   WHEN JRN-FILE-NAME = "BIER.RND"
                           OR JRN-FILE-NAME = "BIER.RAT"
                       MOVE "BY HAND" TO JE-DISPOSITION(WS-ENTRY-IDX)
                       ADD 1 TO WS-HAND-COUNT
      *            generations and the satellites outside the set
      *            were never rolled back - the change is on disk
                   WHEN OTHER
                       MOVE "ON DISK" TO JE-DISPOSITION(WS-ENTRY-IDX)
               END-EVALUATE
           END-IF.
           ADD 1 TO WS-ENTRY-IDX.
       0540-ROLL-BACK-ONE-ENTRY.
           MOVE JE-LINE(WS-ENTRY-IDX) TO BIER-JOURNAL-RECORD.
           COMPUTE WS-ENTRY-TIMESTAMP = (JRN-DATE * 1000000) + JRN-TIME.
           IF WS-ENTRY-TIMESTAMP > WS-TARGET-TIMESTAMP
               EVALUATE TRUE
                   WHEN JRN-FILE-NAME = "BIER.FILE"
                           OR JRN-FILE-NAME = "BIER.TRL"
                           OR JRN-FILE-NAME = "BIER.RND"
                           OR JRN-FILE-NAME = "BIER.RAT"
                       MOVE "LEFT OUT" TO JE-DISPOSITION(WS-ENTRY-IDX)
                       ADD 1 TO WS-LEFT-OUT-COUNT
                   WHEN JRN-FILE-NAME(1:10) = "BIER.FILE."
                       PERFORM 0550-BACK-OUT-GENERATION-ENTRY
                   WHEN OTHER
                       MOVE "BY HAND" TO JE-DISPOSITION(WS-ENTRY-IDX)
                       ADD 1 TO WS-HAND-COUNT
               END-EVALUATE
           END-IF.
           SUBTRACT 1 FROM WS-ENTRY-IDX.
       0550-BACK-OUT-GENERATION-ENTRY.
      *    the journal only keeps the first 12 bytes of a generation's
      *    name, so the generation is found again from the record's
      *    own timestamp
           MOVE JRN-KEY(1:6) TO WS-GEN-PERIOD.
           CALL "BIERGENR" USING WS-GEN-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN I-O BIER-GEN.
           IF GEN-STAT NOT = "00"
               DISPLAY TRIM(WS-GEN-NAME) " COULD NOT BE OPENED "
                       "(STATUS " GEN-STAT ") - KEY " JRN-KEY
                       " LEFT FOR HAND FIXING" UPON TERM
               MOVE "BY HAND" TO JE-DISPOSITION(WS-ENTRY-IDX)
               ADD 1 TO WS-HAND-COUNT
           ELSE
               EVALUATE TRUE
                   WHEN JRN-ACTION-WRITE
                       MOVE JRN-KEY(1:14) TO GEN-BIER-TIMESTAMP-NUMERIC
                       MOVE JRN-KEY(15:8) TO GEN-BIER-USER-ID
                       DELETE BIER-GEN RECORD
                           INVALID KEY
                               CONTINUE
                       END-DELETE
                   WHEN OTHER
                       MOVE JRN-BEFORE-IMAGE TO GEN-BIER-RECORD
                       WRITE GEN-BIER-RECORD
                           INVALID KEY
                               REWRITE GEN-BIER-RECORD
                                   INVALID KEY
                                       CONTINUE
                               END-REWRITE
                       END-WRITE
               END-EVALUATE
               CLOSE BIER-GEN
               MOVE "BACKED OUT" TO JE-DISPOSITION(WS-ENTRY-IDX)
               ADD 1 TO WS-BACKED-OUT-COUNT
           END-IF.
       0560-REBUILD-AND-CHECK.
      *    both run as their own programs and take BIER.LCK for
      *    themselves; the quiesce hold keeps the door shut meanwhile
           CALL "SYSTEM" USING "$BIER_HOME/bier-daybuild".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           IF WS-STEP-RC = 0
               DISPLAY "BIER.DAY REBUILT FROM THE RECOVERED DETAIL"
                   UPON TERM
           ELSE
               DISPLAY "BIER-DAYBUILD ENDED RC " WS-STEP-RC
                       " - BIER.DAY IS IN DOUBT, RERUN IT" UPON TERM
               ADD 1 TO WS-ATTENTION-COUNT
           END-IF.
           CALL "SYSTEM" USING "$BIER_HOME/bier-reconcile".
           COMPUTE WS-STEP-RC = RETURN-CODE / 256.
           MOVE 0 TO RETURN-CODE.
           EVALUATE WS-STEP-RC
               WHEN 0
                   DISPLAY "BIER.TRL RECONCILES WITH THE RECOVERED "
                           "BIER.FILE" UPON TERM
               WHEN 4
                   DISPLAY "BIER.TRL HAS DRIFTED (SEE ABOVE) - RUN "
                           "BIER-RECONCILE REPAIR" UPON TERM
                   ADD 1 TO WS-ATTENTION-COUNT
               WHEN OTHER
                   DISPLAY "BIER-RECONCILE ITSELF FAILED (RC "
                           WS-STEP-RC ")" UPON TERM
                   ADD 1 TO WS-ATTENTION-COUNT
           END-EVALUATE.
       0570-REPORT-ENTRIES.
           DISPLAY "POINT-IN-TIME RECOVERY TO " WS-TARGET-TIMESTAMP
                   " FROM " TRIM(WS-ARG-SET-NAME) UPON TERM.
           MOVE 1 TO WS-ENTRY-IDX.
           PERFORM 0575-REPORT-ONE-ENTRY
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
           DISPLAY WS-APPLIED-COUNT " ENTRY(S) ROLLED FORWARD, "
                   WS-BACKED-OUT-COUNT " BACKED OUT OF GENERATIONS, "
                   WS-LEFT-OUT-COUNT " LEFT OUT AFTER THE TARGET, "
                   WS-HAND-COUNT " FOR HAND FIXING" UPON TERM.
       0575-REPORT-ONE-ENTRY.
           MOVE JE-LINE(WS-ENTRY-IDX) TO BIER-JOURNAL-RECORD.
           DISPLAY JE-DISPOSITION(WS-ENTRY-IDX) " " JRN-DATE " "
                   JRN-TIME " " JRN-PROGRAM " " JRN-ACTION " "
                   JRN-FILE-NAME " KEY " JRN-KEY UPON TERM.
           ADD 1 TO WS-ENTRY-IDX.
       0590-RELEASE-QUIESCE-HOLD.
           IF WS-OWN-HOLD
               CALL "SYSTEM" USING "$BIER_HOME/bier-quiesce RELEASE"
               MOVE 0 TO RETURN-CODE
               MOVE "N" TO WS-OWN-HOLD-SW
           END-IF.
       0900-FILE-ERROR.
           CALL "FSTATMSG" USING FILE-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           DISPLAY "BIER.FILE ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   FILE-STAT ")" UPON TERM.
           PERFORM 0095-RELEASE-LOCK.
           PERFORM 0590-RELEASE-QUIESCE-HOLD.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0901-TRAILER-FILE-ERROR.
           PERFORM 0095-RELEASE-LOCK.
           DISPLAY "BIER.TRL ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   TRL-STAT ")" UPON TERM.
           PERFORM 0590-RELEASE-QUIESCE-HOLD.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
