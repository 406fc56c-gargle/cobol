       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-REPLAY.
      * cobc -x -Wall feed-replay.cob
      *               bierenv.cob -I copybooks -T feed-replay.lst
      *
      * usage: feed-replay LIST
      *        feed-replay RUN yyyymmdd
       FD  ARCHIVE-INDEX.
       01  ARCHIVE-INDEX-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  INDEX-LINE-FIELDS.
           03  IX-DATE                            PIC X(08).
           03  IX-TIME                            PIC X(06).
       77  AIDX-STAT                               PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           EVALUATE WS-RUN-MODE
               WHEN "LIST"
           CALL "SYSTEM" USING
               "test -f FEED.PREV && mv FEED.PREV FEED.PREV.HOLD".
           MOVE 0 TO RETURN-CODE.
           CALL "SYSTEM" USING
               "DD_INFILE=FEED.REPLAY $BIER_HOME/feed-gate && DD_INFILE=
      -        "FEED.REPLAY $BIER_HOME/varcopy".
      *    the verdict is parked here because every CALL "SYSTEM"
      *    below overwrites RETURN-CODE - the last rm -f would
      *    otherwise report a quarantined replay as a clean exit
