       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-EXCEPTIONS.
      * cobc -x -Wall bier-exceptions.cob fstatmsg.cob biergenr.cob
      *                    opsjrnl.cob bierenv.cob -I copybooks
      *                    -T bier-exceptions.lst
      *
      * usage: bier-exceptions [yyyymm [CONSOLIDATED]]
      *   daily-limit compliance on paper instead of a console
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
      * DD_GENFILE is pointed at the requested BIER.FILE.YYYYMM
      * before the OPEN, the same external-name convention VARCOPY
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT BIER-CONTROL ASSIGN TO "BIER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  SITE-REGISTRY.
       01  SITE-REGISTRY-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  SITE-LINE-FIELDS.
           03  SL-SITE-ID                         PIC X(04).
           03  SL-SITE-DIR                        PIC X(64).
       77  WS-ARG-PERIOD                          PIC X(06).
       77  WS-ARG-SITE-MODE                       PIC X(12).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                              PIC X(18).
       77  WS-OPS-RETURN-CODE                     PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-DETERMINE-PERIOD.
           PERFORM 0008-READ-CONTROL.
           PERFORM 0010-LOAD-CONTROL-HISTORY.
           ADD 1 TO WS-CH-IDX.
       0009-CHECK-REGISTRY-EXISTS.
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE "Y" TO WS-REGISTRY-SW
               CLOSE BIER-REGISTRY
                   END-IF
           END-READ.
       0035-SCAN-GENERATION.
           CALL "BIERGENR" USING WS-REPORT-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
           DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT BIER-GEN.
                   UT-AF-COUNT(WS-USER-IDX)
                   " ALCOHOL-FREE ENTRY(S)" UPON TERM.
           ADD 1 TO WS-USER-IDX.
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
