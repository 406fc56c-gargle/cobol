       IDENTIFICATION DIVISION.
       PROGRAM-ID. RPTSPOOL.
      * cobc -m -Wall rptspool.cob bierenv.cob -I copybooks
      * shared report-spool writer.  every report that used to print
      * straight to the console and vanish with the scrollback now
      * routes its lines through here: each line is displayed exactly
      * as before AND written to a dated member in the REPORTS spool
      * directory, REPORTS/<program>.<yyyymmdd>.<hhmmss>.RPT, under a
      * standard header (program, period, run timestamp and the
      * BIERENV environment the run belongs to).  every member
      * produced is listed on the REPORTS.IDX index
      * ("program date time path"), which RPT-REPRINT reads to fetch
      * any kept report back and to sweep old ones out.  BIER.STMT
      * proved the write-to-file model works; this is the same idea
           03  WS-CURRENT-DATE                    PIC 9(08).
           03  WS-CURRENT-TIME                    PIC 9(06).
           03  FILLER                              PIC X(02).
       COPY "bierenvd.cpy".
       LINKAGE SECTION.
       COPY "rptspl.cpy".
       PROCEDURE DIVISION USING RPT-SPOOL-AREA.
           GO TO 9999-EXIT.
       0100-OPEN-SPOOL.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           CALL "BIERENV" USING BIER-ENV-AREA.
           CALL "SYSTEM" USING "mkdir -p REPORTS".
           MOVE SPACES TO WS-SPOOL-NAME.
           STRING "REPORTS/" DELIMITED BY SIZE
                   WS-CURRENT-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-CURRENT-TIME DELIMITED BY SIZE
                   "   ENV: " DELIMITED BY SIZE
                   TRIM(BENV-NAME) DELIMITED BY SIZE
               INTO SPOOL-LINE.
           WRITE SPOOL-LINE.
           MOVE ALL "=" TO SPOOL-LINE.
