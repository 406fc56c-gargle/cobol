       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-REKEY.
      * cobc -x -Wall bier-rekey.cob fstatmsg.cob opsjrnl.cob
      *              bierlkid.cob bierauth.cob bierpin.cob bierhash.cob
      *              bierenv.cob -I copybooks -T bier-rekey.lst
      *
      * one-time rebuild of BIER.FILE and every generation BIER.CAT
      * lists, so each carries the alternate key on BIER-USER-ID
      * (WITH DUPLICATES) that the per-user reports now START on.
      * a file is copied record for record into <name>.NEW under the
      * new key description and swapped in over the original only
      * when every record read was written back; anything short of
      * that leaves the original in place.  a file that already
      * opens with the user key is left alone, so a rerun after an
      * interruption only finishes what is left.  every generation
      * rebuilt (or found already keyed) gets USERKEY added to its
      * BIER.CAT line - the flag BIER-CATVERIFY looks for, and what
      * bier.cob's rollover writes for every generation from now on.
      *
      * run it once, with the batch quiet and a BIER-BACKUP set
      * taken first.  return code 4 when a catalogued generation is
      * missing from disk, 16 when a file could not be rebuilt.
      *   the run is granted through BIER.AUTH (BIERAUTH).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DD_OLDFILE and DD_GENFILE are pointed at the file being
      * rebuilt and its replacement before each OPEN, the same
      * external-name convention VARCOPY uses for DD_INFILE/DD_OUTFILE.
      * OLD-GEN is the key description every file had before the
      * user key; BIER-GEN is the one it has after
           SELECT OLD-GEN ASSIGN TO "DD_OLDFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OLD-BIER-KEY
               FILE STATUS IS OLD-STAT.
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT BIER-CATALOG ASSIGN TO "BIER.CAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CAT-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-GEN.
       01  OLD-BIER-RECORD.
           03  OLD-BIER-KEY.
               05  OLD-BIER-TIMESTAMP-NUMERIC    PIC 9(14).
               05  OLD-BIER-USER-ID              PIC X(08).
           03  OLD-BIER-BEVERAGE-TYPE             PIC X(16).
           03  OLD-BIER-SITE-ID                   PIC X(04).
       FD  BIER-GEN.
       01  GEN-BIER-RECORD.
           03  GEN-BIER-KEY.
               05  GEN-BIER-TIMESTAMP-NUMERIC    PIC 9(14).
               05  GEN-BIER-USER-ID              PIC X(08).
           03  GEN-BIER-BEVERAGE-TYPE             PIC X(16).
           03  GEN-BIER-SITE-ID                   PIC X(04).
       FD  BIER-CATALOG.
       01  CATALOG-LINE                           PIC X(80).
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  CATALOG-LINE-TABLE.
           03  CL-LINE OCCURS 120 TIMES           PIC X(80).
       77  WS-CL-COUNT                            PIC 9(03) VALUE 0.
       77  WS-CL-IDX                              PIC 9(03).
       77  WS-CL-OVERFLOW-SW                      PIC X(01) VALUE "N".
           88  WS-CL-OVERFLOW                     VALUE "Y".
       77  WS-CATALOG-CHANGED-SW                  PIC X(01) VALUE "N".
           88  WS-CATALOG-CHANGED                 VALUE "Y".
       01  CATALOG-LINE-TOKENS.
           03  CT-PERIOD                          PIC X(06).
           03  CT-FILE-NAME                       PIC X(16).
           03  CT-COUNT                           PIC X(07).
           03  CT-FIRST-TS                        PIC X(14).
           03  CT-LAST-TS                         PIC X(14).
           03  CT-KEY-FLAG                        PIC X(08).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-NEW-NAME                            PIC X(40).
       77  WS-SYSTEM-CMD                          PIC X(120).
       77  WS-REKEY-RESULT                        PIC X(01).
           88  WS-REKEY-KEYED                     VALUE "Y".
           88  WS-REKEY-MISSING                   VALUE "M".
           88  WS-REKEY-FAILED                    VALUE "F".
       77  WS-COPY-EOF-SW                         PIC X(01).
           88  WS-COPY-EOF                        VALUE "Y".
       77  WS-COPY-ERROR-SW                       PIC X(01).
           88  WS-COPY-ERROR                      VALUE "Y".
       77  WS-READ-COUNT                          PIC 9(07).
       77  WS-WRITTEN-COUNT                       PIC 9(07).
       77  WS-REBUILT-COUNT                       PIC 9(03) VALUE 0.
       77  WS-ALREADY-COUNT                       PIC 9(03) VALUE 0.
       77  WS-MISSING-COUNT                       PIC 9(03) VALUE 0.
       77  WS-FAILED-COUNT                        PIC 9(03) VALUE 0.
       77  OLD-STAT                                PIC X(02).
       77  GEN-STAT                                PIC X(02).
       77  CAT-STAT                                PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  WS-ERROR-STAT                          PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
                                                  VALUE "BIERRKEY".
       77  WS-OPS-FILE-NAME                       PIC X(16).
       77  WS-OPS-RETURN-CODE                     PIC 9(02).
       77  WS-LOCK-RETRY                          PIC 9(02).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-REKEY".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0002-CHECK-AUTHORITY.
           PERFORM 0004-ACQUIRE-LOCK.
           DISPLAY "REBUILDING BIER.FILE AND ITS GENERATIONS WITH THE "
                   "USER KEY" UPON TERM.
           MOVE "BIER.FILE" TO WS-GEN-NAME.
           PERFORM 0100-REKEY-ONE-FILE.
           IF WS-REKEY-MISSING
      *        no live file yet is not a fault - the first BIER run
      *        creates it with the user key already in place
               SUBTRACT 1 FROM WS-MISSING-COUNT
           END-IF.
           PERFORM 0200-LOAD-CATALOG.
           MOVE 1 TO WS-CL-IDX.
           PERFORM 0210-REKEY-CATALOG-ENTRY
               UNTIL WS-CL-IDX > WS-CL-COUNT.
           IF WS-CATALOG-CHANGED
               PERFORM 0250-WRITE-CATALOG
           END-IF.
           PERFORM 0095-RELEASE-LOCK.
           DISPLAY WS-REBUILT-COUNT " FILE(S) REBUILT, "
                   WS-ALREADY-COUNT " ALREADY KEYED, "
                   WS-MISSING-COUNT " MISSING, "
                   WS-FAILED-COUNT " FAILED" UPON TERM.
           EVALUATE TRUE
               WHEN WS-FAILED-COUNT > 0
                   MOVE 16 TO RETURN-CODE
               WHEN WS-MISSING-COUNT > 0 OR WS-CL-OVERFLOW
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE.
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
       0004-ACQUIRE-LOCK.
      *    held for the whole rebuild so no BIER run writes into a
      *    file while its copy is being taken
           MOVE 0 TO WS-LOCK-RETRY.
           MOVE "N" TO WS-LOCK-ACQUIRED-SW.
           PERFORM 0004-LOCK-ATTEMPT
               UNTIL WS-LOCK-OK OR WS-LOCK-RETRY > 10.
           IF NOT WS-LOCK-OK
               DISPLAY "BIER.FILE IS LOCKED BY ANOTHER RUN, GIVING UP"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0004-LOCK-ATTEMPT.
           OPEN EXTEND BIER-LOCK.
           IF LOCK-STAT = "35"
               CLOSE BIER-LOCK
               OPEN OUTPUT BIER-LOCK
           END-IF.
           IF LOCK-STAT = "00"
               MOVE "REKEY" TO WS-LOCK-OWNER
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
       0100-REKEY-ONE-FILE.
      *    WS-GEN-NAME in, WS-REKEY-RESULT out: Y when the file now
      *    carries the user key, M when it is not on disk, F when
      *    the rebuild failed and the original was left as it was
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
           EVALUATE TRUE
               WHEN GEN-STAT = "00"
                   CLOSE BIER-GEN
                   DISPLAY TRIM(WS-GEN-NAME) ": ALREADY CARRIES THE "
                           "USER KEY" UPON TERM
                   ADD 1 TO WS-ALREADY-COUNT
                   MOVE "Y" TO WS-REKEY-RESULT
               WHEN GEN-STAT = "35"
                   DISPLAY TRIM(WS-GEN-NAME) ": NOT ON DISK"
                       UPON TERM
                   ADD 1 TO WS-MISSING-COUNT
                   MOVE "M" TO WS-REKEY-RESULT
               WHEN OTHER
                   PERFORM 0110-COPY-FILE
           END-EVALUATE.
       0110-COPY-FILE.
           DISPLAY "DD_OLDFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT OLD-GEN.
           IF OLD-STAT NOT = "00"
               MOVE OLD-STAT TO WS-ERROR-STAT
               MOVE WS-GEN-NAME TO WS-OPS-FILE-NAME
               PERFORM 0900-REKEY-ERROR
           ELSE
               MOVE SPACES TO WS-NEW-NAME
               STRING TRIM(WS-GEN-NAME) DELIMITED BY SIZE
                       ".NEW" DELIMITED BY SIZE
                   INTO WS-NEW-NAME
               DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-NEW-NAME UPON ENVIRONMENT-VALUE
               OPEN OUTPUT BIER-GEN
               IF GEN-STAT NOT = "00"
                   CLOSE OLD-GEN
                   MOVE GEN-STAT TO WS-ERROR-STAT
                   MOVE WS-NEW-NAME TO WS-OPS-FILE-NAME
                   PERFORM 0900-REKEY-ERROR
               ELSE
                   MOVE 0 TO WS-READ-COUNT
                   MOVE 0 TO WS-WRITTEN-COUNT
                   MOVE "N" TO WS-COPY-EOF-SW
                   MOVE "N" TO WS-COPY-ERROR-SW
                   PERFORM 0120-COPY-ONE-RECORD
                       UNTIL WS-COPY-EOF
                   CLOSE OLD-GEN
                   CLOSE BIER-GEN
                   PERFORM 0130-SWAP-IN-NEW-FILE
               END-IF
           END-IF.
       0120-COPY-ONE-RECORD.
           READ OLD-GEN NEXT RECORD
               AT END
                   MOVE "Y" TO WS-COPY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   MOVE OLD-BIER-RECORD TO GEN-BIER-RECORD
                   WRITE GEN-BIER-RECORD
                       INVALID KEY
                           MOVE GEN-STAT TO WS-ERROR-STAT
                           MOVE "Y" TO WS-COPY-ERROR-SW
                           MOVE "Y" TO WS-COPY-EOF-SW
                       NOT INVALID KEY
                           ADD 1 TO WS-WRITTEN-COUNT
                   END-WRITE
           END-READ.
           IF OLD-STAT NOT = "00" AND OLD-STAT NOT = "10"
               MOVE OLD-STAT TO WS-ERROR-STAT
               MOVE "Y" TO WS-COPY-ERROR-SW
               MOVE "Y" TO WS-COPY-EOF-SW
           END-IF.
       0130-SWAP-IN-NEW-FILE.
      *    the original is only replaced by a complete copy - a short
      *    one is thrown away and the run carries on with the next
           IF WS-COPY-ERROR OR WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               DISPLAY TRIM(WS-GEN-NAME) ": COPY STOPPED AFTER "
                       WS-WRITTEN-COUNT " OF " WS-READ-COUNT
                       " RECORDS, ORIGINAL LEFT IN PLACE" UPON TERM
               MOVE WS-GEN-NAME TO WS-OPS-FILE-NAME
               PERFORM 0900-REKEY-ERROR
               PERFORM 0135-DISCARD-NEW-FILE
           ELSE
               MOVE SPACES TO WS-SYSTEM-CMD
               STRING "mv " DELIMITED BY SIZE
                       TRIM(WS-NEW-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(WS-GEN-NAME) DELIMITED BY SIZE
                   INTO WS-SYSTEM-CMD
               CALL "SYSTEM" USING WS-SYSTEM-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "COULD NOT SWAP IN " TRIM(WS-NEW-NAME)
                           " (RC=" RETURN-CODE "), "
                           TRIM(WS-GEN-NAME) " IS UNCHANGED - RERUN"
                           UPON TERM
                   ADD 1 TO WS-FAILED-COUNT
                   MOVE "F" TO WS-REKEY-RESULT
                   PERFORM 0135-DISCARD-NEW-FILE
               ELSE
                   DISPLAY TRIM(WS-GEN-NAME) ": " WS-WRITTEN-COUNT
                           " RECORDS REBUILT WITH THE USER KEY"
                           UPON TERM
                   ADD 1 TO WS-REBUILT-COUNT
                   MOVE "Y" TO WS-REKEY-RESULT
               END-IF
           END-IF.
       0135-DISCARD-NEW-FILE.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "rm -f " DELIMITED BY SIZE
                   TRIM(WS-NEW-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
       0200-LOAD-CATALOG.
           OPEN INPUT BIER-CATALOG.
           IF CAT-STAT NOT = "00"
               DISPLAY "NO BIER.CAT ON FILE - NO GENERATIONS TO "
                       "REBUILD" UPON TERM
           ELSE
               PERFORM 0205-LOAD-CATALOG-LINE
                   UNTIL CAT-STAT = "10"
               CLOSE BIER-CATALOG
           END-IF.
       0205-LOAD-CATALOG-LINE.
           READ BIER-CATALOG
               AT END
                   MOVE "10" TO CAT-STAT
               NOT AT END
                   IF WS-CL-COUNT < 120
                       ADD 1 TO WS-CL-COUNT
                       MOVE CATALOG-LINE TO CL-LINE(WS-CL-COUNT)
                   ELSE
                       MOVE "Y" TO WS-CL-OVERFLOW-SW
                   END-IF
           END-READ.
       0210-REKEY-CATALOG-ENTRY.
           MOVE SPACES TO CATALOG-LINE-TOKENS.
           UNSTRING CL-LINE(WS-CL-IDX) DELIMITED BY ALL SPACE
               INTO CT-PERIOD CT-FILE-NAME CT-COUNT CT-FIRST-TS
                    CT-LAST-TS CT-KEY-FLAG.
           IF CT-PERIOD NUMERIC AND CT-KEY-FLAG NOT = "USERKEY"
               MOVE CT-FILE-NAME TO WS-GEN-NAME
               PERFORM 0100-REKEY-ONE-FILE
               IF WS-REKEY-KEYED
                   PERFORM 0220-FLAG-CATALOG-LINE
               END-IF
           END-IF.
           ADD 1 TO WS-CL-IDX.
       0220-FLAG-CATALOG-LINE.
           MOVE SPACES TO CL-LINE(WS-CL-IDX).
           STRING CT-PERIOD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CT-FILE-NAME DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CT-COUNT DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CT-FIRST-TS DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   CT-LAST-TS DELIMITED BY SPACE
                   " USERKEY" DELIMITED BY SIZE
               INTO CL-LINE(WS-CL-IDX).
           MOVE "Y" TO WS-CATALOG-CHANGED-SW.
       0250-WRITE-CATALOG.
      *    a catalog longer than the table is not rewritten - the
      *    lines past 120 would be lost; its generations are still
      *    rebuilt and a rerun after the table is widened flags them
           IF WS-CL-OVERFLOW
               DISPLAY "BIER.CAT HAS MORE THAN 120 LINES, NOT "
                       "REWRITTEN - USERKEY FLAGS NOT ADDED" UPON TERM
           ELSE
               OPEN OUTPUT BIER-CATALOG
               MOVE 1 TO WS-CL-IDX
               PERFORM 0255-WRITE-CATALOG-LINE
                   UNTIL WS-CL-IDX > WS-CL-COUNT
               CLOSE BIER-CATALOG
           END-IF.
       0255-WRITE-CATALOG-LINE.
           MOVE CL-LINE(WS-CL-IDX) TO CATALOG-LINE.
           WRITE CATALOG-LINE.
           ADD 1 TO WS-CL-IDX.
       0900-REKEY-ERROR.
      *    reported and journalled like any other file error, but
      *    the run carries on with the next file
           CALL "FSTATMSG" USING WS-ERROR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           MOVE 16 TO WS-OPS-RETURN-CODE.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM
               WS-OPS-FILE-NAME WS-ERROR-STAT WS-FSTAT-MESSAGE
               WS-OPS-RETURN-CODE.
           DISPLAY TRIM(WS-OPS-FILE-NAME) " ERROR: " WS-FSTAT-MESSAGE
                   " (STATUS " WS-ERROR-STAT ")" UPON TERM.
           ADD 1 TO WS-FAILED-COUNT.
           MOVE "F" TO WS-REKEY-RESULT.
       9999-EXIT.
           STOP RUN.
