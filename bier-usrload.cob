       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-USRLOAD.
      * cobc -x -Wall bier-usrload.cob fstatmsg.cob opsjrnl.cob
      *              bierlkid.cob bierauth.cob bierpin.cob bierhash.cob
      *              bierenv.cob -I copybooks -T bier-usrload.lst
      *
      * one-time reload of BIER.USR from the original 44-byte user
      * record (id, name, active flag, the two limit overrides,
      * month budget and supervisor flag) into the full layout in
      * bierusr.cpy, which adds the bank account and reference, body
      * weight and sex, mail address and notice opt-outs, PIN and
      * intake token hashes and the language.  an indexed file only
      * opens under the record length it was built with, so until
      * this has run every program that reads the registry stops at
      * the open with return code 16 rather than let any ID through.
      * the old records are copied one by one into BIER.USR.NEW with
      * every new field blank or zero - no bank match, no notices
      * suppressed, no PIN or token set, English - and BIER.USR.NEW
      * is moved over BIER.USR only when every record read was
      * written.  a registry that already opens in the full layout
      * is left alone, so a rerun after an interruption does no
      * harm.
      *
      * run order, once, on the first night the new programs are in:
      *   1. let the batch finish and keep everyone off the terminal;
      *   2. take a BIER-BACKUP set - it reads BIER.USR in the full
      *      layout, cannot open the old one and leaves it out of
      *      the set, so also keep a copy by hand:
      *          cp BIER.USR BIER.USR.OLD
      *   3. run BIER-USRLOAD - it holds the BIER.LCK lock for the
      *      whole reload, so nothing can write the registry halfway;
      *   4. only then start BIER, the batch or BIER-USERMAINT again,
      *      and fill in the new fields with BIER-USERMAINT.
      * return code 0 when reloaded or already in the full layout or
      * there is no BIER.USR at all, 16 when it could not be reloaded
      * (the original is then left exactly as it was).
      *   the run is granted through BIER.AUTH (BIERAUTH).  no PIN
      * can be asked while BIER.USR will not open, so BIERAUTH lets
      * this program through on the role alone and journals it.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * DD_OLDFILE and DD_USRFILE are pointed at the registry and its
      * replacement before each OPEN, the same external-name
      * convention BIER-REKEY uses.  OLD-REGISTRY is the record the
      * file was built with; BIER-REGISTRY is the one it has after
           SELECT OLD-REGISTRY ASSIGN TO "DD_OLDFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS OLD-BUSR-USER-ID
               FILE STATUS IS OLD-STAT.
           SELECT BIER-REGISTRY ASSIGN TO "DD_USRFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS USR-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-REGISTRY.
       01  OLD-USER-RECORD.
           03  OLD-BUSR-USER-ID                   PIC X(08).
           03  OLD-BUSR-DISPLAY-NAME              PIC X(24).
           03  OLD-BUSR-ACTIVE-FLAG               PIC X(01).
           03  OLD-BUSR-DAILY-MAX-OVERRIDE        PIC 9(02).
           03  OLD-BUSR-GOAL-DAYS-OVERRIDE        PIC 9(02).
           03  OLD-BUSR-MONTH-BUDGET              PIC 9(04)V99.
           03  OLD-BUSR-SUPERVISOR-FLAG           PIC X(01).
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-USR-NAME                            PIC X(40)
                                                  VALUE "BIER.USR".
       77  WS-NEW-NAME                            PIC X(40)
                                                  VALUE "BIER.USR.NEW".
       77  WS-SYSTEM-CMD                          PIC X(120).
       77  WS-COPY-EOF-SW                         PIC X(01).
           88  WS-COPY-EOF                        VALUE "Y".
       77  WS-COPY-ERROR-SW                       PIC X(01).
           88  WS-COPY-ERROR                      VALUE "Y".
       77  WS-RELOAD-FAILED-SW                    PIC X(01) VALUE "N".
           88  WS-RELOAD-FAILED                   VALUE "Y".
       77  WS-READ-COUNT                          PIC 9(07).
       77  WS-WRITTEN-COUNT                       PIC 9(07).
       77  OLD-STAT                                PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  WS-ERROR-STAT                          PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
                                                  VALUE "BIERUSRL".
       77  WS-OPS-FILE-NAME                       PIC X(16).
       77  WS-OPS-RETURN-CODE                     PIC 9(02).
       77  WS-LOCK-RETRY                          PIC 9(02).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-USRLOAD".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0002-CHECK-AUTHORITY.
           PERFORM 0004-ACQUIRE-LOCK.
           DISPLAY "DD_USRFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-USR-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-REGISTRY.
           EVALUATE TRUE
               WHEN USR-STAT = "00"
                   CLOSE BIER-REGISTRY
                   DISPLAY "BIER.USR IS ALREADY IN THE FULL LAYOUT - "
                           "NOTHING RELOADED" UPON TERM
               WHEN USR-STAT = "35"
      *            no registry yet is not a fault - BIER-USERMAINT
      *            creates it in the full layout with its first user
                   DISPLAY "NO BIER.USR ON DISK - NOTHING RELOADED"
                       UPON TERM
               WHEN OTHER
                   PERFORM 0100-COPY-REGISTRY
           END-EVALUATE.
           PERFORM 0095-RELEASE-LOCK.
           IF WS-RELOAD-FAILED
               MOVE 16 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
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
       0004-ACQUIRE-LOCK.
      *    held for the whole reload so no BIER run reads or writes
      *    the registry while its copy is being taken
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
               MOVE "USRLOAD" TO WS-LOCK-OWNER
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
       0100-COPY-REGISTRY.
           DISPLAY "DD_OLDFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-USR-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT OLD-REGISTRY.
           IF OLD-STAT NOT = "00"
      *        neither layout opens it - not something a reload can
      *        mend, so the file is left for a restore
               MOVE OLD-STAT TO WS-ERROR-STAT
               MOVE WS-USR-NAME TO WS-OPS-FILE-NAME
               PERFORM 0900-RELOAD-ERROR
           ELSE
               DISPLAY "DD_USRFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-NEW-NAME UPON ENVIRONMENT-VALUE
               OPEN OUTPUT BIER-REGISTRY
               IF USR-STAT NOT = "00"
                   CLOSE OLD-REGISTRY
                   MOVE USR-STAT TO WS-ERROR-STAT
                   MOVE WS-NEW-NAME TO WS-OPS-FILE-NAME
                   PERFORM 0900-RELOAD-ERROR
               ELSE
                   MOVE 0 TO WS-READ-COUNT
                   MOVE 0 TO WS-WRITTEN-COUNT
                   MOVE "N" TO WS-COPY-EOF-SW
                   MOVE "N" TO WS-COPY-ERROR-SW
                   PERFORM 0120-COPY-ONE-RECORD
                       UNTIL WS-COPY-EOF
                   CLOSE OLD-REGISTRY
                   CLOSE BIER-REGISTRY
                   PERFORM 0130-SWAP-IN-NEW-FILE
               END-IF
           END-IF.
       0120-COPY-ONE-RECORD.
           READ OLD-REGISTRY NEXT RECORD
               AT END
                   MOVE "Y" TO WS-COPY-EOF-SW
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 0125-BUILD-NEW-RECORD
                   WRITE BIER-USER-RECORD
                       INVALID KEY
                           MOVE USR-STAT TO WS-ERROR-STAT
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
       0125-BUILD-NEW-RECORD.
      *    everything the old record did not have starts blank or
      *    zero, which every reader already takes as "not set"
           INITIALIZE BIER-USER-RECORD.
           MOVE OLD-BUSR-USER-ID TO BUSR-USER-ID.
           MOVE OLD-BUSR-DISPLAY-NAME TO BUSR-DISPLAY-NAME.
           MOVE OLD-BUSR-ACTIVE-FLAG TO BUSR-ACTIVE-FLAG.
           MOVE OLD-BUSR-DAILY-MAX-OVERRIDE
               TO BUSR-DAILY-MAX-OVERRIDE.
           MOVE OLD-BUSR-GOAL-DAYS-OVERRIDE
               TO BUSR-GOAL-DAYS-OVERRIDE.
           MOVE OLD-BUSR-MONTH-BUDGET TO BUSR-MONTH-BUDGET.
           MOVE OLD-BUSR-SUPERVISOR-FLAG TO BUSR-SUPERVISOR-FLAG.
       0130-SWAP-IN-NEW-FILE.
      *    the original is only replaced by a complete copy - a short
      *    one is thrown away and BIER.USR stays as it was
           IF WS-COPY-ERROR OR WS-WRITTEN-COUNT NOT = WS-READ-COUNT
               DISPLAY "BIER.USR: COPY STOPPED AFTER "
                       WS-WRITTEN-COUNT " OF " WS-READ-COUNT
                       " RECORDS, ORIGINAL LEFT IN PLACE" UPON TERM
               MOVE WS-USR-NAME TO WS-OPS-FILE-NAME
               PERFORM 0900-RELOAD-ERROR
               PERFORM 0135-DISCARD-NEW-FILE
           ELSE
               MOVE SPACES TO WS-SYSTEM-CMD
               STRING "mv " DELIMITED BY SIZE
                       TRIM(WS-NEW-NAME) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TRIM(WS-USR-NAME) DELIMITED BY SIZE
                   INTO WS-SYSTEM-CMD
               CALL "SYSTEM" USING WS-SYSTEM-CMD
               IF RETURN-CODE NOT = 0
                   DISPLAY "COULD NOT SWAP IN " TRIM(WS-NEW-NAME)
                           " (RC=" RETURN-CODE "), "
                           "BIER.USR IS UNCHANGED - RERUN" UPON TERM
                   PERFORM 0135-DISCARD-NEW-FILE
                   MOVE "Y" TO WS-RELOAD-FAILED-SW
               ELSE
                   DISPLAY "BIER.USR: " WS-WRITTEN-COUNT
                           " USER(S) RELOADED INTO THE FULL LAYOUT"
                           UPON TERM
               END-IF
           END-IF.
       0135-DISCARD-NEW-FILE.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "rm -f " DELIMITED BY SIZE
                   TRIM(WS-NEW-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
       0900-RELOAD-ERROR.
      *    reported and journalled like any other file error; the
      *    run ends with 16 once the lock is given back
           CALL "FSTATMSG" USING WS-ERROR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           MOVE 16 TO WS-OPS-RETURN-CODE.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM
               WS-OPS-FILE-NAME WS-ERROR-STAT WS-FSTAT-MESSAGE
               WS-OPS-RETURN-CODE.
           DISPLAY TRIM(WS-OPS-FILE-NAME) " ERROR: " WS-FSTAT-MESSAGE
                   " (STATUS " WS-ERROR-STAT ")" UPON TERM.
           MOVE "Y" TO WS-RELOAD-FAILED-SW.
       9999-EXIT.
           STOP RUN.
