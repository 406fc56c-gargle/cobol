       PROGRAM-ID. BIER-AMEND.
      * cobc -x -Wall bier-amend.cob fstatmsg.cob bierjrnl.cob
      *          opsjrnl.cob bierday.cob bierqsc.cob bierlkid.cob
      *          bierstck.cob bierpcls.cob bierenv.cob -I copybooks
      *          -T bier-amend.lst
      *
      * usage: bier-amend FETCH timestamp user
      *        bier-amend AMEND timestamp user new-beverage reason
      * follows the correction through BIERSTCK - a deleted entry's
      * serving goes back, an amended one moves codes.  count drift
      * the day-level fixups can't settle is BIER-RECONCILE
      * REPAIR's job, as ever.  a record inside a period closed by
      * BIER-CLOSE can be fetched but not amended or deleted until a
      * supervisor reopens the period.
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
           SELECT BIER-TRAILER ASSIGN TO "BIER.TRL"
               ORGANIZATION IS INDEXED
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierjrn.cpy".
       COPY "bierdayd.cpy".
       01  CATALOG-LINE-TABLE.
               05  FILLER                         PIC 9(06).
       77  WS-TARGET-PERIOD                       PIC 9(06).
       77  WS-TARGET-PERIOD-X                     PIC X(06).
       77  WS-PERIOD-STATE                        PIC X(01).
       77  WS-ON-LIVE-SW                          PIC X(01).
           88  WS-ON-LIVE                         VALUE "Y".
       77  WS-OLD-BEVERAGE                        PIC X(16).
           88  WS-QUIESCE-HELD                    VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0003-CHECK-QUIESCE.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0007-CHECK-AUTHORITY.
           PERFORM 0008-RESOLVE-TARGET-FILE.
           IF WS-RUN-MODE = "AMEND" OR WS-RUN-MODE = "DELETE"
               PERFORM 0008-CHECK-CLOSED-PERIOD
           END-IF.
           EVALUATE WS-RUN-MODE
               WHEN "FETCH"
                   PERFORM 0100-FETCH-RECORD
           END-IF.
       0007-CHECK-AUTHORITY.
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT NOT = "00"
               DISPLAY "NO BIER.USR - NOBODY TO CHECK AUTHORITY "
                       "AGAINST, PROCEEDING ON TRUST" UPON TERM
               DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE
           END-IF.
       0008-CHECK-CLOSED-PERIOD.
      *    supervisor standing is not enough on its own - a period
      *    frozen by BIER-CLOSE has to be reopened (with its own
      *    recorded reason) before anything inside it can change.
      *    FETCH stays open to everyone who may look.
           CALL "BIERPCLS" USING WS-TARGET-DATE WS-PERIOD-STATE.
           IF WS-PERIOD-STATE = "C"
               DISPLAY "PERIOD " WS-TARGET-PERIOD " IS CLOSED - "
                       "BIER-CLOSE REOPEN IT BEFORE CORRECTING "
                       "ANYTHING INSIDE IT" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0010-READ-TARGET-RECORD.
      *    leaves the record fields in WS-OLD-BEVERAGE /
      *    WS-TARGET-SITE / WS-BEFORE-IMAGE whichever file held it
                   WS-CAT-FIRST-TS DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CAT-LAST-TS DELIMITED BY SIZE
                   " USERKEY" DELIMITED BY SIZE
               INTO CATALOG-LINE.
           MOVE WS-TARGET-PERIOD TO WS-TARGET-PERIOD-X.
           MOVE "N" TO WS-CL-FOUND-SW.
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
