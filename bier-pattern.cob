       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-PATTERN.
      * cobc -x -Wall bier-pattern.cob fstatmsg.cob
      *                                         bierenv.cob -I copybooks
      *                                         -T bier-pattern.lst
      *
      * drinking-pattern report for the calling user's own
      *
      * scope: only the live generation of BIER.FILE is read, the
      * same as BIER-REPORT - rerun against a BIER.FILE.YYYYMM
      * generation for an archived month.  only the caller's own
      * entries are read, positioned with START on the alternate key
      * BIER-USER-ID; the tallies don't care in which order they come.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FILE-CONTROL.
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER.
       COPY "bierrec.cpy".
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  WS-WEEKDAY-NAMES.
           03  FILLER                             PIC X(09)
                   VALUE "MONDAY   ".
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-IDENTITY.
           MOVE ZEROS TO WEEKDAY-COUNTS-TABLE.
           MOVE ZEROS TO HOUR-COUNTS-TABLE.
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-USER-ID TO BIER-USER-ID.
           START BIER KEY IS EQUAL TO BIER-USER-ID
               INVALID KEY
                   MOVE "10" TO FILE-STAT
           END-START.
           PERFORM 0020-READ-FILE
               UNTIL FILE-STAT = "10".
           CLOSE BIER.
               NOT AT END
                   IF BIER-USER-ID = WS-USER-ID
                       PERFORM 0100-TALLY-ENTRY
                   ELSE
                       MOVE "10" TO FILE-STAT
                   END-IF
           END-READ.
       0100-TALLY-ENTRY.
