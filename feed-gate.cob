       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-GATE.
      * cobc -x -Wall feed-gate.cob fstatmsg.cob
      *               bierenv.cob -I copybooks -T feed-gate.lst
      *
      * usage: feed-gate [feed-name]
      *
      * gatekeeper run before VARCOPY in nightly-batch.sh, so a
      * truncated upload off the shared drive stops the batch instead
      * FEED.PREV for the next night's duplicate check, and then
      * replaced by its own body, trailer removed, so varcopy
      * ingests exactly the data records it always has.
      *   a second feed on the same night (the canteen till export)
      * is gated under its own feed-name, so its duplicate check,
      * archive and index never mix with the main feed's: feed-gate
      * TILL keeps TILL.PREV and TILL.BODY and archives to TILL.ARCH/
      * on TILL.ARCH.IDX.  without a feed-name the names are FEED.*
      * exactly as they always were.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           SELECT INFILE ASSIGN TO "DD_INFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INFILE-STATUS.
      * DD_FEEDBODY and DD_FEEDAIDX are set from the feed-name
           SELECT BODY-FILE ASSIGN TO "DD_FEEDBODY"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BODY-STATUS.
           SELECT ARCHIVE-INDEX ASSIGN TO "DD_FEEDAIDX"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AIDX-STATUS.
       DATA DIVISION.
       FD  ARCHIVE-INDEX.
       01  ARCHIVE-INDEX-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  BODY-STATUS                            PIC XX.
       01  BODY-SIZE                              PIC 9(5).
       01  INFILE-STATUS                          PIC XX.
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  AIDX-STATUS                            PIC X(02).
       77  WS-ARCHIVE-NAME                        PIC X(48).
       77  WS-FEED-NAME                           PIC X(08).
       77  WS-BODY-NAME                           PIC X(16).
       77  WS-PREV-NAME                           PIC X(16).
       77  WS-AIDX-NAME                           PIC X(16).
       77  WS-ARCH-DIR                            PIC X(16).
       01  WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-DATE                    PIC 9(08).
           03  WS-CURRENT-TIME                    PIC 9(06).
           03  FILLER                             PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0010-SET-FEED-NAMES.
           MOVE SPACES TO WS-INFILE-NAME.
           DISPLAY "DD_INFILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-INFILE-NAME FROM ENVIRONMENT-VALUE.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "cp " DELIMITED BY SIZE
                   TRIM(WS-INFILE-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-PREV-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
      *    hand the next step (varcopy) the body only - the trailer
      *    is control data for this gate, not a feed record
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "mv " DELIMITED BY SIZE
                   TRIM(WS-BODY-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-INFILE-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           DISPLAY "FEED GATE PASSED: " WS-BODY-COUNT
                   " BODY RECORDS MATCH THE TRAILER.".
           GO TO 9999-EXIT.
       0010-SET-FEED-NAMES.
           MOVE SPACES TO WS-FEED-NAME.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-FEED-NAME FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-FEED-NAME
           END-ACCEPT.
           IF WS-FEED-NAME = SPACES
               MOVE "FEED" TO WS-FEED-NAME
           END-IF.
           MOVE SPACES TO WS-BODY-NAME WS-PREV-NAME WS-AIDX-NAME
                          WS-ARCH-DIR.
           STRING TRIM(WS-FEED-NAME) ".BODY" DELIMITED BY SIZE
               INTO WS-BODY-NAME.
           STRING TRIM(WS-FEED-NAME) ".PREV" DELIMITED BY SIZE
               INTO WS-PREV-NAME.
           STRING TRIM(WS-FEED-NAME) ".ARCH.IDX" DELIMITED BY SIZE
               INTO WS-AIDX-NAME.
           STRING TRIM(WS-FEED-NAME) ".ARCH" DELIMITED BY SIZE
               INTO WS-ARCH-DIR.
           DISPLAY "DD_FEEDBODY" UPON ENVIRONMENT-NAME.
           DISPLAY WS-BODY-NAME UPON ENVIRONMENT-VALUE.
           DISPLAY "DD_FEEDAIDX" UPON ENVIRONMENT-NAME.
           DISPLAY WS-AIDX-NAME UPON ENVIRONMENT-VALUE.
       0020-READ-FEED.
      *    each line is held for one read so that at end-of-file the
      *    held line is the trailer, and every line before it has
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "cmp -s " DELIMITED BY SIZE
                   TRIM(WS-INFILE-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-PREV-NAME) DELIMITED BY SIZE
                   " 2>/dev/null" DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           IF RETURN-CODE = 0
           MOVE 0 TO RETURN-CODE.
       0180-ARCHIVE-FEED.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "mkdir -p " DELIMITED BY SIZE
                   TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING TRIM(WS-ARCH-DIR) DELIMITED BY SIZE
                   "/" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   "." DELIMITED BY SIZE
                   WS-CURRENT-TIME DELIMITED BY SIZE
           END-IF.
           DISPLAY "FEED ARCHIVED AS " TRIM(WS-ARCHIVE-NAME) ".".
       0200-QUARANTINE-FEED.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "rm -f " DELIMITED BY SIZE
                   TRIM(WS-BODY-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "mv " DELIMITED BY SIZE
                   TRIM(WS-INFILE-NAME) DELIMITED BY SIZE
