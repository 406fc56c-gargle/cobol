       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-STREAKS.
      * cobc -x -Wall bier-streaks.cob
      *               bierenv.cob -I copybooks -T bier-streaks.lst
      *
      * walks BIER.FILE and reports the longest run of consecutive
      * days with at least one entry, and the longest dry streak in
      * scope: only the live generation of BIER.FILE is read, so a
      * streak spanning a monthly rollover boundary (see bier.cob's
      * rollover) will not be seen as continuous - this reports on
      * the current period only.  only the caller's own entries are
      * read, positioned with START on the alternate key
      * BIER-USER-ID; they arrive in the order they were written, so
      * they are sorted back into timestamp order before the walk.
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
       77  FILE-STAT                               PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-LONGEST-DRY-STREAK                  PIC 9(05) VALUE 0.
       77  WS-RECORD-COUNT                        PIC 9(07) VALUE 0.
       77  WS-USER-ID                             PIC X(08).
      * one row per entry of the caller's - exactly one BIER-RECORD
      * wide so the sort can pass rows through WS-SWAP-ENTRY intact
       01  ENTRY-TABLE.
           03  ENTRY-RECORD OCCURS 999 TIMES      PIC X(42).
       77  WS-SWAP-ENTRY                          PIC X(42).
       77  WS-ENTRY-COUNT                         PIC 9(03) VALUE 0.
       77  WS-ENTRY-IDX                           PIC 9(04).
       77  WS-SORT-I                              PIC 9(03).
       77  WS-SORT-J                              PIC 9(04).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-IDENTITY.
           OPEN INPUT BIER.
           IF FILE-STAT NOT = "00"
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
           PERFORM 0200-SORT-ENTRIES.
           MOVE 1 TO WS-ENTRY-IDX.
           PERFORM 0040-REPLAY-ENTRY
               UNTIL WS-ENTRY-IDX > WS-ENTRY-COUNT.
           CLOSE BIER.
           IF WS-WET-STREAK > WS-LONGEST-WET-STREAK
               MOVE WS-WET-STREAK TO WS-LONGEST-WET-STREAK
                   MOVE "10" TO FILE-STAT
               NOT AT END
                   IF BIER-USER-ID = WS-USER-ID
                       PERFORM 0030-KEEP-ENTRY
                   ELSE
                       MOVE "10" TO FILE-STAT
                   END-IF
           END-READ.
       0030-KEEP-ENTRY.
           IF WS-ENTRY-COUNT > 998
               DISPLAY "MORE THAN 999 ENTRIES FOR " TRIM(WS-USER-ID)
                       " ON BIER.FILE - TOO MANY TO SORT" UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-ENTRY-COUNT.
           MOVE BIER-RECORD TO ENTRY-RECORD(WS-ENTRY-COUNT).
       0040-REPLAY-ENTRY.
           MOVE ENTRY-RECORD(WS-ENTRY-IDX) TO BIER-RECORD.
           PERFORM 0100-TALLY-DAY.
           ADD 1 TO WS-ENTRY-IDX.
       0100-TALLY-DAY.
           ADD 1 TO WS-RECORD-COUNT.
           COMPUTE WS-THIS-DAY-NUMBER =
               END-EVALUATE
           END-IF.
           MOVE WS-THIS-DAY-NUMBER TO WS-PREV-DAY-NUMBER.
       0200-SORT-ENTRIES.
      *    the same plain selection sort BIER-QUERY puts its matches
      *    in order with, on the timestamp at the front of each row
           MOVE 1 TO WS-SORT-I.
           PERFORM 0210-SORT-OUTER-STEP
               UNTIL WS-SORT-I >= WS-ENTRY-COUNT.
       0210-SORT-OUTER-STEP.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           PERFORM 0220-SORT-INNER-STEP
               UNTIL WS-SORT-J > WS-ENTRY-COUNT.
           ADD 1 TO WS-SORT-I.
       0220-SORT-INNER-STEP.
           IF ENTRY-RECORD(WS-SORT-J)(1:14)
                   < ENTRY-RECORD(WS-SORT-I)(1:14)
               MOVE ENTRY-RECORD(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE ENTRY-RECORD(WS-SORT-J) TO ENTRY-RECORD(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO ENTRY-RECORD(WS-SORT-J)
           END-IF.
           ADD 1 TO WS-SORT-J.
       0300-DISPLAY-REPORT.
           DISPLAY "BIER STREAK ANALYSIS FOR " TRIM(WS-USER-ID)
                   UPON TERM.
