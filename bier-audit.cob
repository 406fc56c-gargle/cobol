       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-AUDIT.
      * cobc -x -Wall bier-audit.cob fstatmsg.cob biergenl.cob
      *                     biergenr.cob opsjrnl.cob
      *                     bierenv.cob -I copybooks
      *                     -T bier-audit.lst
      *
      * nightly cross-file integrity audit for the BIER family.
      * BIER-RECONCILE checks BIER.TRL against BIER.FILE and
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
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  ROUND-LINE-FIELDS.
           03  RL-TIMESTAMP                       PIC X(14).
           03  RL-BUYER-ID                        PIC X(08).
       77  WS-LIVE-SW                             PIC X(01) VALUE "N".
           88  WS-LIVE-ON-FILE                    VALUE "Y".
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       77  WS-ROUND-PERIOD                        PIC 9(06).
       77  WS-PROBLEM-COUNT                       PIC 9(05) VALUE 0.
       77  WS-EOF-SW                              PIC X(01).
           88  WS-EOF                             VALUE "Y".
       77  WS-OPS-RETURN-CODE                     PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           DISPLAY "BIER FAMILY INTEGRITY AUDIT" UPON TERM.
           DISPLAY "---------------------------" UPON TERM.
           PERFORM 0010-BUILD-PRESENCE-TABLES.
                   UNTIL WS-EOF
               CLOSE BIER
           END-IF.
           CALL "BIERGENL".
           OPEN INPUT GEN-LIST.
           IF LIST-STAT = "00"
               PERFORM 0020-READ-GENLIST
               CLOSE BIER-HISTORY
           END-IF.
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE "Y" TO WS-REGISTRY-SW
               CLOSE BIER-REGISTRY
           END-IF.
       0130-TRY-ROUND-GENERATION.
           MOVE RL-TIMESTAMP(1:6) TO WS-ROUND-PERIOD.
           CALL "BIERGENR" USING WS-ROUND-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
                       ADD 1 TO WS-PROBLEM-COUNT
                   END-IF
           END-READ.
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
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
