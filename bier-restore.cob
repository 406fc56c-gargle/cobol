       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-RESTORE.
      * cobc -x -Wall bier-restore.cob fstatmsg.cob bierauth.cob
      *                                 bierpin.cob bierhash.cob
      *                                 opsjrnl.cob
      *                                 bierenv.cob -I copybooks
      *                                 -T bier-restore.lst
      *
      * usage: bier-restore set-name
      * half-restored BIER.FILE next to yesterday's BIER.TRL would
      * corrupt every trailer count silently.  the BIER.LCK lock is
      * held for the whole restore.
      *   the run is granted through BIER.AUTH (BIERAUTH).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the six keyed family members each need their own SELECT so
      * the key description matches; DD_BKP* is pointed at each set
      * file before the OPEN, the same external-name convention
      * VARCOPY uses
           SELECT CHK-BIER ASSIGN TO "DD_BKPBIER"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS CHK-STAT.
           SELECT CHK-TRAILER ASSIGN TO "DD_BKPTRL"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS INDEXED
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS CHK-STAT.
           SELECT CHK-RATING ASSIGN TO "DD_BKPRAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BRAT-KEY
               FILE STATUS IS CHK-STAT.
           SELECT CHK-SUPPLIER ASSIGN TO "DD_BKPSUP"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BSUP-CODE
               FILE STATUS IS CHK-STAT.
           SELECT CHK-SEQUENTIAL ASSIGN TO "DD_BKPSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHK-STAT.
       COPY "bierbev.cpy".
       FD  CHK-REGISTRY.
       COPY "bierusr.cpy".
       FD  CHK-RATING.
       COPY "bierrat.cpy".
       FD  CHK-SUPPLIER.
       COPY "biersup.cpy".
       FD  CHK-SEQUENTIAL.
       01  SEQUENTIAL-LINE                        PIC X(512).
       FD  MANIFEST-FILE.
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  MANIFEST-ENTRY-TABLE.
           03  MAN-ENTRY OCCURS 34 TIMES.
               05  ME-NAME                        PIC X(15).
               05  ME-COUNT                       PIC 9(07).
       01  MANIFEST-LINE-TOKENS.
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-RESTORE".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-ARGUMENTS.
           PERFORM 0002-CHECK-AUTHORITY.
           PERFORM 0009-ACQUIRE-LOCK.
           PERFORM 0010-LOAD-MANIFEST.
           PERFORM 0100-VERIFY-THE-SET.
           DISPLAY WS-MANIFEST-COUNT " FILE(S) RESTORED FROM "
                   TRIM(WS-ARG-SET-NAME) UPON TERM.
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
       0005-GET-ARGUMENTS.
           MOVE SPACES TO WS-ARG-SET-NAME.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
                       INTO MT-NAME MT-COUNT
                   IF MT-NAME NOT = SPACES
                           AND MT-COUNT IS NUMERIC
                           AND WS-MANIFEST-COUNT < 34
                       ADD 1 TO WS-MANIFEST-COUNT
                       MOVE MT-NAME TO ME-NAME(WS-MANIFEST-COUNT)
                       MOVE MT-COUNT TO ME-COUNT(WS-MANIFEST-COUNT)
                           UNTIL WS-CHK-EOF
                       CLOSE CHK-REGISTRY
                   END-IF
               WHEN "BIER.RAT"
                   DISPLAY "DD_BKPRAT" UPON ENVIRONMENT-NAME
                   DISPLAY WS-CHECK-PATH UPON ENVIRONMENT-VALUE
                   OPEN INPUT CHK-RATING
                   IF CHK-STAT = "00"
                       MOVE "Y" TO WS-FILE-FOUND-SW
                       PERFORM 0242-COUNT-RATING-RECORD
                           UNTIL WS-CHK-EOF
                       CLOSE CHK-RATING
                   END-IF
               WHEN "BIER.SUP"
                   DISPLAY "DD_BKPSUP" UPON ENVIRONMENT-NAME
                   DISPLAY WS-CHECK-PATH UPON ENVIRONMENT-VALUE
                   OPEN INPUT CHK-SUPPLIER
                   IF CHK-STAT = "00"
                       MOVE "Y" TO WS-FILE-FOUND-SW
                       PERFORM 0244-COUNT-SUPPLIER-RECORD
                           UNTIL WS-CHK-EOF
                       CLOSE CHK-SUPPLIER
                   END-IF
               WHEN OTHER
                   DISPLAY "DD_BKPSEQ" UPON ENVIRONMENT-NAME
                   DISPLAY WS-CHECK-PATH UPON ENVIRONMENT-VALUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       0242-COUNT-RATING-RECORD.
           READ CHK-RATING NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CHK-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       0244-COUNT-SUPPLIER-RECORD.
           READ CHK-SUPPLIER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CHK-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       0250-COUNT-SEQUENTIAL-LINE.
           READ CHK-SEQUENTIAL
               AT END
