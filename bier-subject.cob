       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-SUBJECT.
      * cobc -x -Wall bier-subject.cob fstatmsg.cob biergenl.cob
      *              biergenr.cob bierjrnl.cob opsjrnl.cob bierauth.cob
      *              bierpin.cob bierhash.cob
      *              bierenv.cob
      *              -I copybooks -T bier-subject.lst
      *
      * usage: bier-subject EXTRACT user-id
      *        bier-subject ERASE user-id [RESTART]
      *   the leaver's job.  EXTRACT writes one complete dated copy
      * of everything held against the given BIER-USER-ID - the live
      * BIER.FILE, every BIER.FILE.YYYYMM generation, BIER.HIST,
      * BIER.TRL, BIER.DAY, BIER.RAT, BIER.RND, BIER.PAY, BIER.GST,
      * BIER.KTY, BIER.KEXP, BIER.KCNT, BIER.DUES, BIER.SPND,
      * BIER.PLG, BIER.TAPR, BIER.BDG, BIER.ALERT, BIER.AMND,
      * BIER.NOTICE, MAIL.LOG and BIER.JRN - to
      * SUBJECT.<id>.<yyyymmdd>, section by section.
      *   ERASE removes or anonymizes the same records everywhere:
      * keyed records (ratings and tasting notes among them) are
      * deleted (journalled through BIERJRNL), the
      * user's own text lines (history, alerts, pledges and taper
      * plans, badges, guest entries they hosted) are dropped, and
      * lines that carry other people's money (rounds, payments,
      * kitty, kitty expenses and cash counts, dues, the spend
      * summary) plus the mutation journal keep their arithmetic but
      * have the ID blotted out to REMOVED, and free-text lines
      * naming the subject (amendment audit, reminder notices, the
      * mail dispatch log) are dropped.  a certificate listing exactly
      * what was touched per file lands in SUBJCERT.<id>.<yyyymmdd>.
      * doing this by hand across this many file types is how
      * something gets missed.
      *   ERASE is granted through BIER.AUTH (BIERAUTH); EXTRACT is
      * open as before.
      *   ERASE keeps a checkpoint on BIERSUBJ.CKP (layout in
      * bierckp.cpy), rewritten after each file and every
      * WS-CHECKPOINT-INTERVAL deletes inside one.  an erasure that
      * stops part way leaves it behind and a plain rerun is refused;
      *     bier-subject ERASE user-id RESTART
      * reports the files already done, passes them over and carries
      * on where it stopped.  the certificate keeps its first date;
      * it is written again from the checkpoint's counts, marked as
      * restarted, and the file that was in hand says that deletes
      * made after its last checkpoint are not in its count.  the
      * text files are written to a .NEW copy and moved over the
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
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT GEN-LIST ASSIGN TO "BIER.GENLIST"
               ORGANIZATION IS LINE SEQUENTIAL
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS DAY-STAT.
           SELECT BIER-RATING ASSIGN TO "BIER.RAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BRAT-KEY
               FILE STATUS IS RAT-STAT.
      * DD_TEXTFILE is pointed at each text ledger in turn, the
      * same external-name convention BIER-MERGE uses
           SELECT TEXT-LEDGER ASSIGN TO "DD_TEXTFILE"
           SELECT SUBJECT-OUT ASSIGN TO "DD_SUBJOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS OUT-STAT.
      * DD_CKPFILE is pointed at BIERSUBJ.CKP to read the checkpoint
      * back and at BIERSUBJ.CKP.NEW to write the next one
           SELECT CHECKPOINT-FILE ASSIGN TO "DD_CKPFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CKP-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
       COPY "biertrl.cpy".
       FD  BIER-DAY.
       COPY "bierday.cpy".
       FD  BIER-RATING.
       COPY "bierrat.cpy".
       FD  TEXT-LEDGER.
       01  TEXT-LEDGER-LINE                       PIC X(160).
       FD  SUBJECT-OUT.
       01  SUBJECT-OUT-LINE                       PIC X(160).
       FD  CHECKPOINT-FILE.
       COPY "bierckp.cpy".
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierjrn.cpy".
       01  TEXT-LINE-TABLE.
           03  TL-LINE OCCURS 2000 TIMES          PIC X(160).
           03  DK-DATE OCCURS 500 TIMES           PIC 9(08).
       77  WS-DK-COUNT                            PIC 9(03).
       77  WS-DK-IDX                              PIC 9(03).
       01  RATING-KEY-TABLE.
           03  RK-KEY OCCURS 500 TIMES            PIC X(38).
       77  WS-RK-COUNT                            PIC 9(03).
       77  WS-RK-IDX                              PIC 9(03).
       77  WS-ERASE-PASSES                        PIC 9(03).
       77  WS-RUN-MODE                            PIC X(08).
       77  WS-SUBJECT-ID                          PIC X(08).
           88  WS-EOF                             VALUE "Y".
       77  WS-ERASE-SW                            PIC X(01) VALUE "N".
           88  WS-ERASE-MODE                      VALUE "Y".
      * restart state: the files finished so far, the one in hand and
      * how many items it had given up by its last checkpoint
       01  DONE-FILE-TABLE.
           03  DF-ENTRY OCCURS 999 TIMES.
               05  DF-NAME                        PIC X(40).
               05  DF-TOUCHED                     PIC 9(09).
       77  WS-DF-COUNT                            PIC 9(03) VALUE 0.
       77  WS-DF-IDX                              PIC 9(03).
       77  WS-SOURCE-DONE-SW                      PIC X(01).
           88  WS-SOURCE-DONE                     VALUE "Y".
       77  WS-CURRENT-SOURCE                      PIC X(40)
                                                  VALUE SPACES.
       77  WS-RESUME-SOURCE                       PIC X(40)
                                                  VALUE SPACES.
       77  WS-RESUME-TOUCHED                      PIC 9(09) VALUE 0.
       77  WS-CHECKPOINT-INTERVAL                 PIC 9(05) VALUE 100.
       77  WS-CHECKPOINT-TAKEN                    PIC 9(14) VALUE 0.
       77  WS-CKP-SUBJECT-ID                      PIC X(08).
       77  WS-CKP-RUN-DATE                        PIC 9(08).
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
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                              PIC X(18).
       77  LIST-STAT                               PIC X(02).
       77  TRL-STAT                                PIC X(02).
       77  DAY-STAT                                PIC X(02).
       77  RAT-STAT                                PIC X(02).
       77  TEXT-STAT                               PIC X(02).
       77  OUT-STAT                                PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  CKP-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-SUBJECT".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF WS-RUN-MODE = "ERASE"
               PERFORM 0002-CHECK-AUTHORITY
           END-IF.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
           EVALUATE WS-RUN-MODE
               WHEN "EXTRACT"
                   PERFORM 0100-RUN-EXTRACT
               WHEN "ERASE"
                   MOVE "Y" TO WS-ERASE-SW
                   PERFORM 0600-CHECK-CHECKPOINT
                   PERFORM 0009-ACQUIRE-LOCK
                   PERFORM 0200-RUN-ERASURE
                   PERFORM 0690-CLEAR-CHECKPOINT
                   PERFORM 0095-RELEASE-LOCK
               WHEN OTHER
                   DISPLAY "USAGE: BIER-SUBJECT EXTRACT USER-ID"
                       UPON TERM
                   DISPLAY "       BIER-SUBJECT ERASE USER-ID "
                           "[RESTART]" UPON TERM
                   MOVE 8 TO RETURN-CODE
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
           MOVE SPACES TO WS-RUN-MODE WS-SUBJECT-ID.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-RUN-OPTION.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-OPTION FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-OPTION
           END-ACCEPT.
           MOVE UPPER-CASE(WS-RUN-OPTION) TO WS-RUN-OPTION.
           IF WS-RUN-OPTION = "RESTART" AND WS-RUN-MODE = "ERASE"
               MOVE "Y" TO WS-RESTART-SW
           END-IF.
           IF WS-RUN-OPTION NOT = SPACES AND NOT WS-RESTART-RUN
               DISPLAY "ONLY ERASE TAKES A THIRD ARGUMENT, AND ONLY "
                       "RESTART" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0009-ACQUIRE-LOCK.
           MOVE 0 TO WS-LOCK-RETRY.
           MOVE "N" TO WS-LOCK-ACQUIRED-SW.
           PERFORM 0120-EXTRACT-GENERATIONS.
           PERFORM 0130-EXTRACT-TRAILER.
           PERFORM 0140-EXTRACT-DAY-FILE.
           PERFORM 0180-EXTRACT-RATINGS.
           PERFORM 0150-EXTRACT-TEXT-FILES.
           MOVE SPACES TO SUBJECT-OUT-LINE.
           STRING "END OF EXTRACT - " DELIMITED BY SIZE
       0110-EXTRACT-LIVE-FILE.
           MOVE "BIER.FILE" TO WS-TEXT-NAME.
           PERFORM 0105-WRITE-SECTION-HEADER.
      *    the extract reads only the subject's own entries, positioned
      *    with START on the alternate key BIER-USER-ID and ended by
      *    the first record of somebody else
           OPEN INPUT BIER.
           IF FILE-STAT = "00"
               MOVE "N" TO WS-EOF-SW
               MOVE WS-SUBJECT-ID TO BIER-USER-ID
               START BIER KEY IS EQUAL TO BIER-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM 0115-EXTRACT-ONE-RECORD
                   UNTIL WS-EOF
               CLOSE BIER
                       MOVE BIER-RECORD TO SUBJECT-OUT-LINE(1:42)
                       WRITE SUBJECT-OUT-LINE
                       ADD 1 TO WS-TOTAL-TOUCHED
                   ELSE
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.
       0120-EXTRACT-GENERATIONS.
           CALL "BIERGENL".
           OPEN INPUT GEN-LIST.
           IF LIST-STAT = "00"
               PERFORM 0121-READ-GENLIST
           OPEN INPUT BIER-GEN.
           IF GEN-STAT = "00"
               MOVE "N" TO WS-EOF-SW
               MOVE WS-SUBJECT-ID TO GEN-BIER-USER-ID
               START BIER-GEN KEY IS EQUAL TO GEN-BIER-USER-ID
                   INVALID KEY
                       MOVE "Y" TO WS-EOF-SW
               END-START
               PERFORM 0123-EXTRACT-GEN-RECORD
                   UNTIL WS-EOF
               CLOSE BIER-GEN
                           TO SUBJECT-OUT-LINE(1:42)
                       WRITE SUBJECT-OUT-LINE
                       ADD 1 TO WS-TOTAL-TOUCHED
                   ELSE
                       MOVE "Y" TO WS-EOF-SW
                   END-IF
           END-READ.
       0130-EXTRACT-TRAILER.
           MOVE "BIER.PLG" TO WS-TEXT-NAME.
           MOVE "O" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
           MOVE "BIER.TAPR" TO WS-TEXT-NAME.
           MOVE "O" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
           MOVE "BIER.BDG" TO WS-TEXT-NAME.
           MOVE "O" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
           MOVE "BIER.RND" TO WS-TEXT-NAME.
           MOVE "M" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
           MOVE "BIER.KTY" TO WS-TEXT-NAME.
           MOVE "M" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
           MOVE "BIER.KEXP" TO WS-TEXT-NAME.
           MOVE "M" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
           MOVE "BIER.KCNT" TO WS-TEXT-NAME.
           MOVE "M" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
           MOVE "BIER.DUES" TO WS-TEXT-NAME.
           MOVE "M" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
           MOVE "BIER.NOTICE" TO WS-TEXT-NAME.
           MOVE "S" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
           MOVE "MAIL.LOG" TO WS-TEXT-NAME.
           MOVE "S" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
           MOVE "BIER.JRN" TO WS-TEXT-NAME.
           MOVE "J" TO WS-TEXT-KIND.
           PERFORM 0160-EXTRACT-ONE-TEXT.
                   MOVE "Y" TO WS-MATCH-SW
               END-IF
           END-EVALUATE.
       0180-EXTRACT-RATINGS.
           MOVE "BIER.RAT" TO WS-TEXT-NAME.
           PERFORM 0105-WRITE-SECTION-HEADER.
           OPEN INPUT BIER-RATING.
           IF RAT-STAT = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 0185-EXTRACT-RATING-RECORD
                   UNTIL WS-EOF
               CLOSE BIER-RATING
           END-IF.
       0185-EXTRACT-RATING-RECORD.
           READ BIER-RATING NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF BRAT-USER-ID = WS-SUBJECT-ID
                       MOVE SPACES TO SUBJECT-OUT-LINE
                       MOVE BIER-RATING-RECORD TO SUBJECT-OUT-LINE
                       WRITE SUBJECT-OUT-LINE
                       ADD 1 TO WS-TOTAL-TOUCHED
                   END-IF
           END-READ.
       0200-RUN-ERASURE.
           IF WS-RESTART-RUN
               MOVE WS-CKP-RUN-DATE TO WS-TODAY-DATE
           END-IF.
           MOVE SPACES TO WS-CERT-NAME.
           STRING "SUBJCERT." DELIMITED BY SIZE
                   TRIM(WS-SUBJECT-ID) DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
               INTO SUBJECT-OUT-LINE.
           WRITE SUBJECT-OUT-LINE.
           IF WS-RESTART-RUN
               PERFORM 0630-REWRITE-DONE-LINES
           ELSE
               PERFORM 0650-TAKE-CHECKPOINT
           END-IF.
           MOVE "BIER.FILE" TO WS-TEXT-NAME.
           PERFORM 0640-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0210-ERASE-LIVE-FILE
           END-IF.
           PERFORM 0220-ERASE-GENERATIONS.
           MOVE "BIER.TRL" TO WS-TEXT-NAME.
           PERFORM 0640-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0230-ERASE-TRAILER
           END-IF.
           MOVE "BIER.DAY" TO WS-TEXT-NAME.
           PERFORM 0640-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0240-ERASE-DAY-FILE
           END-IF.
           MOVE "BIER.RAT" TO WS-TEXT-NAME.
           PERFORM 0640-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0270-ERASE-RATINGS
           END-IF.
           PERFORM 0250-ERASE-TEXT-FILES.
           MOVE SPACES TO SUBJECT-OUT-LINE.
           STRING "END OF CERTIFICATE - " DELIMITED BY SIZE
           WRITE SUBJECT-OUT-LINE.
           MOVE 8 TO RETURN-CODE.
       0205-WRITE-CERT-LINE.
           PERFORM 0207-PUT-CERT-LINE.
           PERFORM 0670-FINISH-SOURCE.
       0207-PUT-CERT-LINE.
           MOVE SPACES TO SUBJECT-OUT-LINE.
           IF WS-CURRENT-SOURCE NOT = SPACES
                   AND WS-CURRENT-SOURCE = WS-RESUME-SOURCE
               STRING TRIM(WS-TEXT-NAME) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-FILE-TOUCHED DELIMITED BY SIZE
                       " ITEM(S) - CARRIED ON AFTER THE STOP, ANY "
                           DELIMITED BY SIZE
                       "REMOVED JUST BEFORE IT ARE NOT COUNTED"
                           DELIMITED BY SIZE
                   INTO SUBJECT-OUT-LINE
           ELSE
               STRING TRIM(WS-TEXT-NAME) DELIMITED BY SIZE
                       ": " DELIMITED BY SIZE
                       WS-FILE-TOUCHED DELIMITED BY SIZE
                       " ITEM(S)" DELIMITED BY SIZE
                   INTO SUBJECT-OUT-LINE
           END-IF.
           WRITE SUBJECT-OUT-LINE.
           ADD WS-FILE-TOUCHED TO WS-TOTAL-TOUCHED.
       0210-ERASE-LIVE-FILE.
      *    to a tableful and deletes it, and the passes repeat until
      *    a sweep finds nothing - an erasure must never stop
      *    quietly at a table boundary with records still on file
           MOVE 1 TO WS-KW-COUNT.
           MOVE 0 TO WS-ERASE-PASSES.
           PERFORM 0211-ERASE-LIVE-PASS
                   END-DELETE
                   CALL "BIERJRNL" USING BIER-JOURNAL-RECORD
                   ADD 1 TO WS-FILE-TOUCHED
                   PERFORM 0660-INTERVAL-CHECKPOINT
           END-READ.
           ADD 1 TO WS-KW-IDX.
       0220-ERASE-GENERATIONS.
           CALL "BIERGENL".
           OPEN INPUT GEN-LIST.
           IF LIST-STAT = "00"
               PERFORM 0221-READ-GENLIST
                   MOVE "10" TO LIST-STAT
               NOT AT END
                   MOVE GEN-LIST-LINE TO WS-GEN-NAME
                   MOVE WS-GEN-NAME TO WS-TEXT-NAME
                   PERFORM 0640-START-SOURCE
                   IF NOT WS-SOURCE-DONE
                       PERFORM 0222-ERASE-ONE-GEN
                   END-IF
           END-READ.
       0222-ERASE-ONE-GEN.
      *    the same repeat-until-empty passes the live file gets -
      *    a generation can hold more of the subject than one
      *    tableful too
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           MOVE 1 TO WS-KW-COUNT.
                   END-DELETE
                   CALL "BIERJRNL" USING BIER-JOURNAL-RECORD
                   ADD 1 TO WS-FILE-TOUCHED
                   PERFORM 0660-INTERVAL-CHECKPOINT
           END-READ.
           ADD 1 TO WS-KW-IDX.
       0230-ERASE-TRAILER.
           OPEN I-O BIER-TRAILER.
           IF TRL-STAT = "00"
               MOVE WS-SUBJECT-ID TO BTRL-USER-ID
       0240-ERASE-DAY-FILE.
      *    repeat-until-empty passes here too, matching the live
      *    file and the generations
           MOVE 1 TO WS-DK-COUNT.
           MOVE 0 TO WS-ERASE-PASSES.
           PERFORM 0241-ERASE-DAY-PASS
                   CONTINUE
           END-DELETE.
           ADD 1 TO WS-FILE-TOUCHED.
           PERFORM 0660-INTERVAL-CHECKPOINT.
           ADD 1 TO WS-DK-IDX.
       0250-ERASE-TEXT-FILES.
           MOVE "BIER.HIST" TO WS-TEXT-NAME.
           MOVE "BIER.PLG" TO WS-TEXT-NAME.
           MOVE "O" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
           MOVE "BIER.TAPR" TO WS-TEXT-NAME.
           MOVE "O" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
           MOVE "BIER.BDG" TO WS-TEXT-NAME.
           MOVE "O" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
           MOVE "BIER.GST" TO WS-TEXT-NAME.
           MOVE "O" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
           MOVE "BIER.KTY" TO WS-TEXT-NAME.
           MOVE "M" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
           MOVE "BIER.KEXP" TO WS-TEXT-NAME.
           MOVE "M" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
           MOVE "BIER.KCNT" TO WS-TEXT-NAME.
           MOVE "M" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
           MOVE "BIER.DUES" TO WS-TEXT-NAME.
           MOVE "M" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
           MOVE "BIER.NOTICE" TO WS-TEXT-NAME.
           MOVE "S" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
           MOVE "MAIL.LOG" TO WS-TEXT-NAME.
           MOVE "S" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
      *    the journal goes last: the deletes above write fresh
      *    BIER.JRN lines naming the ID, and this pass blots out
      *    every occurrence including those
           MOVE "J" TO WS-TEXT-KIND.
           PERFORM 0260-ERASE-ONE-TEXT.
       0260-ERASE-ONE-TEXT.
           PERFORM 0640-START-SOURCE.
           IF NOT WS-SOURCE-DONE
               PERFORM 0266-REWRITE-ONE-TEXT
           END-IF.
       0266-REWRITE-ONE-TEXT.
      *    load-replace-rewrite, same pass BIER-MERGE runs: own
      *    lines (kind O) are dropped, shared money lines (kind M)
      *    and journal lines (kind J) keep their shape but every
                   UNTIL TEXT-STAT = "10"
               CLOSE TEXT-LEDGER
               IF WS-FILE-TOUCHED > 0
                   PERFORM 0267-REPLACE-TEXT-FILE
               END-IF
           END-IF.
           PERFORM 0205-WRITE-CERT-LINE.
           MOVE TL-LINE(WS-TL-IDX) TO TEXT-LEDGER-LINE.
           WRITE TEXT-LEDGER-LINE.
           ADD 1 TO WS-TL-IDX.
       0267-REPLACE-TEXT-FILE.
      *    written whole to name.NEW and moved over the original
           MOVE SPACES TO WS-TEXT-NEW-NAME.
           STRING TRIM(WS-TEXT-NAME) DELIMITED BY SIZE
                   ".NEW" DELIMITED BY SIZE
               INTO WS-TEXT-NEW-NAME.
           DISPLAY "DD_TEXTFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-TEXT-NEW-NAME UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT TEXT-LEDGER.
           MOVE 1 TO WS-TL-IDX.
           PERFORM 0265-WRITE-ERASE-LINE
               UNTIL WS-TL-IDX > WS-TL-COUNT.
           CLOSE TEXT-LEDGER.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "mv " DELIMITED BY SIZE
                   TRIM(WS-TEXT-NEW-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-TEXT-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
       0270-ERASE-RATINGS.
      *    the user sits in the middle of the key, so every pass
      *    reads the whole file - repeat-until-empty as elsewhere
           MOVE 1 TO WS-RK-COUNT.
           MOVE 0 TO WS-ERASE-PASSES.
           PERFORM 0271-ERASE-RATING-PASS
               UNTIL WS-RK-COUNT = 0 OR WS-ERASE-PASSES > 200.
           IF WS-RK-COUNT NOT = 0
               PERFORM 0206-REPORT-LEFTOVERS
           END-IF.
           PERFORM 0205-WRITE-CERT-LINE.
       0271-ERASE-RATING-PASS.
           ADD 1 TO WS-ERASE-PASSES.
           MOVE 0 TO WS-RK-COUNT.
           OPEN I-O BIER-RATING.
           IF RAT-STAT = "00"
               MOVE "N" TO WS-EOF-SW
               PERFORM 0272-COLLECT-ONE-RATING-KEY
                   UNTIL WS-EOF
               PERFORM 0275-DELETE-RATING-KEYS
               CLOSE BIER-RATING
           END-IF.
       0272-COLLECT-ONE-RATING-KEY.
           READ BIER-RATING NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-SW
               NOT AT END
                   IF BRAT-USER-ID = WS-SUBJECT-ID
                       IF WS-RK-COUNT < 500
                           ADD 1 TO WS-RK-COUNT
                           MOVE BRAT-KEY TO RK-KEY(WS-RK-COUNT)
                       ELSE
                           MOVE "Y" TO WS-EOF-SW
                       END-IF
                   END-IF
           END-READ.
       0275-DELETE-RATING-KEYS.
           MOVE 1 TO WS-RK-IDX.
           PERFORM 0276-DELETE-ONE-RATING-KEY
               UNTIL WS-RK-IDX > WS-RK-COUNT.
       0276-DELETE-ONE-RATING-KEY.
           MOVE RK-KEY(WS-RK-IDX) TO BRAT-KEY.
           INITIALIZE BIER-JOURNAL-RECORD.
           MOVE "BIERSUBJ" TO JRN-PROGRAM.
           MOVE "PRIVACY" TO JRN-USER.
           MOVE "BIER.RAT" TO JRN-FILE-NAME.
           MOVE "D" TO JRN-ACTION.
           MOVE BRAT-TIMESTAMP TO JRN-KEY(1:14).
           MOVE BRAT-USER-ID TO JRN-KEY(15:8).
           DELETE BIER-RATING RECORD
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   CALL "BIERJRNL" USING BIER-JOURNAL-RECORD
                   ADD 1 TO WS-FILE-TOUCHED
                   PERFORM 0660-INTERVAL-CHECKPOINT
           END-DELETE.
           ADD 1 TO WS-RK-IDX.
       0600-CHECK-CHECKPOINT.
      *    a checkpoint on file means an earlier erasure stopped part
      *    way: only RESTART of that same erasure may go on from it
           PERFORM 0610-LOAD-CHECKPOINT.
           IF NOT WS-RESTART-RUN
               IF WS-CHECKPOINT-FOUND
                   DISPLAY "AN EARLIER ERASURE OF "
                           TRIM(WS-CKP-SUBJECT-ID) " STOPPED PART WAY "
                           "(CHECKPOINT OF " WS-CHECKPOINT-TAKEN ")"
                           UPON TERM
                   DISPLAY "RERUN IT AS BIER-SUBJECT ERASE "
                           TRIM(WS-CKP-SUBJECT-ID) " RESTART" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           ELSE
               IF NOT WS-CHECKPOINT-FOUND
                   DISPLAY "NO CHECKPOINT ON BIERSUBJ.CKP - NOTHING TO "
                           "RESTART" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               IF WS-CKP-SUBJECT-ID NOT = WS-SUBJECT-ID
                   DISPLAY "THE CHECKPOINT IS FOR THE ERASURE OF "
                           TRIM(WS-CKP-SUBJECT-ID) " - RESTART THAT ONE"
                           UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               PERFORM 0620-REPORT-EARLIER-ATTEMPT
           END-IF.
       0610-LOAD-CHECKPOINT.
           MOVE "N" TO WS-CHECKPOINT-SW.
           DISPLAY "DD_CKPFILE" UPON ENVIRONMENT-NAME.
           DISPLAY "BIERSUBJ.CKP" UPON ENVIRONMENT-VALUE.
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
                   MOVE CKP-NAME(1:8) TO WS-CKP-SUBJECT-ID
                   MOVE CKP-COUNT-2 TO WS-CKP-RUN-DATE
               WHEN CKP-DONE-LINE
                   IF WS-DF-COUNT < 999
                       ADD 1 TO WS-DF-COUNT
                       MOVE CKP-NAME TO DF-NAME(WS-DF-COUNT)
                       MOVE CKP-COUNT-1 TO DF-TOUCHED(WS-DF-COUNT)
                   END-IF
               WHEN CKP-PART-LINE
                   MOVE CKP-NAME TO WS-RESUME-SOURCE
                   MOVE CKP-COUNT-1 TO WS-RESUME-TOUCHED
           END-EVALUATE.
       0620-REPORT-EARLIER-ATTEMPT.
           DISPLAY "RESTARTING THE ERASURE OF " TRIM(WS-SUBJECT-ID)
                   " FROM THE CHECKPOINT OF " WS-CHECKPOINT-TAKEN
                   UPON TERM.
           MOVE 1 TO WS-DF-IDX.
           PERFORM 0625-REPORT-DONE-FILE
               UNTIL WS-DF-IDX > WS-DF-COUNT.
           IF WS-RESUME-SOURCE NOT = SPACES
               DISPLAY "  CARRYING ON WITH " TRIM(WS-RESUME-SOURCE)
                       " (" WS-RESUME-TOUCHED " ITEM(S) THERE BY THE "
                       "LAST CHECKPOINT)" UPON TERM
           END-IF.
       0625-REPORT-DONE-FILE.
           DISPLAY "  COMPLETED ON THE EARLIER ATTEMPT: "
                   TRIM(DF-NAME(WS-DF-IDX)) " ("
                   DF-TOUCHED(WS-DF-IDX) " ITEM(S))" UPON TERM.
           ADD 1 TO WS-DF-IDX.
       0630-REWRITE-DONE-LINES.
      *    the certificate is written again from the checkpoint, so
      *    lines the stopped run had not yet put to disk are back
           MOVE 1 TO WS-DF-IDX.
           PERFORM 0635-REWRITE-DONE-LINE
               UNTIL WS-DF-IDX > WS-DF-COUNT.
           MOVE SPACES TO SUBJECT-OUT-LINE.
           STRING "RESTARTED FROM THE CHECKPOINT OF " DELIMITED BY SIZE
                   WS-CHECKPOINT-TAKEN DELIMITED BY SIZE
                   " - THE FILES ABOVE WERE DONE BEFORE THE STOP"
                       DELIMITED BY SIZE
               INTO SUBJECT-OUT-LINE.
           WRITE SUBJECT-OUT-LINE.
       0635-REWRITE-DONE-LINE.
           MOVE DF-NAME(WS-DF-IDX) TO WS-TEXT-NAME.
           MOVE DF-TOUCHED(WS-DF-IDX) TO WS-FILE-TOUCHED.
           PERFORM 0207-PUT-CERT-LINE.
           ADD 1 TO WS-DF-IDX.
       0640-START-SOURCE.
      *    a file the earlier attempt finished is passed over; the
      *    one it stopped in starts from its checkpointed count
           MOVE WS-TEXT-NAME TO WS-CURRENT-SOURCE.
           MOVE "N" TO WS-SOURCE-DONE-SW.
           MOVE 1 TO WS-DF-IDX.
           PERFORM 0645-FIND-DONE-STEP
               UNTIL WS-DF-IDX > WS-DF-COUNT OR WS-SOURCE-DONE.
           MOVE 0 TO WS-FILE-TOUCHED.
           IF WS-CURRENT-SOURCE = WS-RESUME-SOURCE
               MOVE WS-RESUME-TOUCHED TO WS-FILE-TOUCHED
           END-IF.
       0645-FIND-DONE-STEP.
           IF DF-NAME(WS-DF-IDX) = WS-CURRENT-SOURCE
               MOVE "Y" TO WS-SOURCE-DONE-SW
           ELSE
               ADD 1 TO WS-DF-IDX
           END-IF.
       0650-TAKE-CHECKPOINT.
      *    written whole to BIERSUBJ.CKP.NEW and moved over the last
      *    one, so a stop mid-write still leaves that one whole
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           DISPLAY "DD_CKPFILE" UPON ENVIRONMENT-NAME.
           DISPLAY "BIERSUBJ.CKP.NEW" UPON ENVIRONMENT-VALUE.
           OPEN OUTPUT CHECKPOINT-FILE.
           PERFORM 0680-CLEAR-CHECKPOINT-LINE.
           MOVE "RUN " TO CKP-TYPE.
           MOVE WS-SUBJECT-ID TO CKP-NAME.
           MOVE WS-CERT-NAME TO CKP-EXTRA.
           MOVE WS-TOTAL-TOUCHED TO CKP-COUNT-1.
           MOVE WS-TODAY-DATE TO CKP-COUNT-2.
           MOVE WS-CURRENT-STAMP TO CKP-TIMESTAMP.
           WRITE CHECKPOINT-RECORD.
           MOVE 1 TO WS-DF-IDX.
           PERFORM 0655-WRITE-DONE-LINE
               UNTIL WS-DF-IDX > WS-DF-COUNT.
           IF WS-CURRENT-SOURCE NOT = SPACES
               PERFORM 0680-CLEAR-CHECKPOINT-LINE
               MOVE "PART" TO CKP-TYPE
               MOVE WS-CURRENT-SOURCE TO CKP-NAME
               MOVE WS-FILE-TOUCHED TO CKP-COUNT-1
               WRITE CHECKPOINT-RECORD
           END-IF.
           CLOSE CHECKPOINT-FILE.
           CALL "SYSTEM" USING "mv BIERSUBJ.CKP.NEW BIERSUBJ.CKP".
       0655-WRITE-DONE-LINE.
           PERFORM 0680-CLEAR-CHECKPOINT-LINE.
           MOVE "DONE" TO CKP-TYPE.
           MOVE DF-NAME(WS-DF-IDX) TO CKP-NAME.
           MOVE DF-TOUCHED(WS-DF-IDX) TO CKP-COUNT-1.
           WRITE CHECKPOINT-RECORD.
           ADD 1 TO WS-DF-IDX.
       0660-INTERVAL-CHECKPOINT.
           IF MOD(WS-FILE-TOUCHED, WS-CHECKPOINT-INTERVAL) = 0
               PERFORM 0650-TAKE-CHECKPOINT
           END-IF.
       0670-FINISH-SOURCE.
           IF WS-DF-COUNT < 999
               ADD 1 TO WS-DF-COUNT
               MOVE WS-CURRENT-SOURCE TO DF-NAME(WS-DF-COUNT)
               MOVE WS-FILE-TOUCHED TO DF-TOUCHED(WS-DF-COUNT)
           END-IF.
           MOVE SPACES TO WS-CURRENT-SOURCE.
           PERFORM 0650-TAKE-CHECKPOINT.
       0680-CLEAR-CHECKPOINT-LINE.
           MOVE SPACES TO CHECKPOINT-RECORD.
           MOVE 0 TO CKP-COUNT-1 CKP-COUNT-2 CKP-TIMESTAMP.
       0690-CLEAR-CHECKPOINT.
           CALL "SYSTEM" USING "rm -f BIERSUBJ.CKP".
       9999-EXIT.
           STOP RUN.
