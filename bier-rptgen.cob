       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-RPTGEN.
      * cobc -x -Wall bier-rptgen.cob biercal.cob rptspool.cob
      *                   bierenv.cob
      *                   -I copybooks -T bier-rptgen.lst
      *
      * usage: bier-rptgen name [yyyymmdd [yyyymmdd]]
      *        bier-rptgen LIST
      *   the generic BIER.DAY report.  most questions management
      * asks are "group the day summary by X over period Y and total
      * Z", so instead of a new program per question the reports are
      * described in REPORTS.DEF and this one program runs any of
      * them by name.  a definition starts at its REPORT line and
      * runs to the next one (a leading * makes a comment line):
      *     REPORT name title...   name up to 12 characters, also
      *                            the REPORTS spool member name
      *     USERS id id ...        only these users (default all);
      *                            may be repeated, 20 at most
      *     PERIOD from to         yyyymmdd yyyymmdd, or one of
      *                            MONTH, LASTMONTH, YEAR, DAYS n
      *                            (the last n days) or ALL
      *     DAYTYPE W E H T        only days BIERCAL gives one of
      *                            these types (default all)
      *     SITES LOCAL|ALL|id ... which sites' BIER.DAY to read:
      *                            this site (BIER_SITE, default
      *                            HQ), every site on BIER.SITES
      *                            too, or the listed ones
      *     GROUP key [key]        USER DATE WEEK MONTH YEAR
      *                            DAYTYPE SITE BEVERAGE, or NONE
      *                            for one line (default USER)
      *     COLUMNS col ...        DAYS ENTRIES AF UNITS SESSIONS
      *                            BEVERAGES AVGUNITS, 7 at most
      *                            (default DAYS ENTRIES UNITS)
      *     TOTALS YES|NO          a grand-total line (default YES)
      *     SORT KEY|col [ASC|DESC] row order (default KEY ASC)
      * dates on the command line replace the definition's PERIOD.
      * WEEK groups on the monday the week starts.  BIER.DAY does
      * not split a day by beverage, so under GROUP BEVERAGE a day
      * counts once toward every beverage drunk on it - DAYS is the
      * honest column there, the others are the figures of the days
      * the beverage was on.  AVGUNITS is units per day, BEVERAGES
      * is the sum of the distinct-beverage counts of the days.
      *   the report is spooled through RPTSPOOL under the
      * definition's name.  LIST shows the definitions on file.  an
      * unknown definition exits 12, a definition with a bad line 8.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REPORT-DEFS ASSIGN TO "REPORTS.DEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEF-STAT.
      * DD_DAYFILE is pointed at the local BIER.DAY and then at each
      * selected remote site's, the same external-name convention
      * DD_JRNFILE uses in BIER-SUSPECT
           SELECT DAY-FILE ASSIGN TO "DD_DAYFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BDAY-KEY
               FILE STATUS IS DAY-STAT.
           SELECT SITE-REGISTRY ASSIGN TO "BIER.SITES"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SITE-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  REPORT-DEFS.
       01  DEF-LINE                               PIC X(80).
       FD  DAY-FILE.
       COPY "bierday.cpy".
       FD  SITE-REGISTRY.
       01  SITE-REGISTRY-LINE                     PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  DEF-STAT                                PIC X(02).
       77  DAY-STAT                                PIC X(02).
       77  SITE-STAT                               PIC X(02).
       01  DEF-LINE-FIELDS.
           03  DL-KEYWORD                         PIC X(12).
           03  DL-WORD OCCURS 10 TIMES            PIC X(16).
       01  SITE-LINE-FIELDS.
           03  SL-SITE-ID                         PIC X(04).
           03  SL-SITE-DIR                        PIC X(64).
       77  WS-ARG-REPORT                          PIC X(12).
       77  WS-ARG-FROM                            PIC X(08).
       77  WS-ARG-TO                              PIC X(08).
       77  WS-LIST-MODE-SW                        PIC X(01) VALUE "N".
           88  WS-LIST-MODE                       VALUE "Y".
       77  WS-IN-REPORT-SW                        PIC X(01) VALUE "N".
           88  WS-IN-REPORT                       VALUE "Y".
       77  WS-REPORT-FOUND-SW                     PIC X(01) VALUE "N".
           88  WS-REPORT-FOUND                    VALUE "Y".
       77  WS-DEF-LINE-NO                         PIC 9(05) VALUE 0.
       77  WS-DEF-ERRORS                          PIC 9(03) VALUE 0.
       77  WS-DEF-COUNT                           PIC 9(03) VALUE 0.
       77  WS-WORD-IDX                            PIC 9(02).
       77  WS-REPORT-TITLE                        PIC X(60).
       77  WS-LINE-TITLE                          PIC X(60).
       77  WS-ERRORS-BEFORE                       PIC 9(03).
       77  WS-TITLE-PTR                           PIC 9(03).
      * the definition, as REPORTS.DEF leaves it
       01  USER-SELECTION.
           03  SEL-USER OCCURS 20 TIMES           PIC X(08).
       77  WS-SEL-USER-COUNT                      PIC 9(02) VALUE 0.
       77  WS-SEL-USER-IDX                        PIC 9(02).
       01  SITE-SELECTION.
           03  SEL-SITE OCCURS 10 TIMES           PIC X(04).
       77  WS-SEL-SITE-COUNT                      PIC 9(02) VALUE 0.
       77  WS-SEL-SITE-IDX                        PIC 9(02).
       77  WS-SITE-MODE                           PIC X(01) VALUE "L".
           88  WS-SITES-LOCAL                     VALUE "L".
           88  WS-SITES-ALL                       VALUE "A".
           88  WS-SITES-LISTED                    VALUE "S".
       77  WS-PERIOD-KIND                         PIC X(10)
                                                  VALUE "ALL".
       77  WS-PERIOD-DAYS                         PIC 9(05) VALUE 0.
       77  WS-FROM-DATE                           PIC 9(08) VALUE 0.
       77  WS-TO-DATE                             PIC 9(08)
                                                  VALUE 99991231.
       77  WS-DAYTYPE-SET                         PIC X(08)
                                                  VALUE SPACES.
       01  GROUP-SELECTION.
           03  WS-GROUP-BY OCCURS 2 TIMES         PIC X(08).
       77  WS-GROUP-COUNT                         PIC 9(01) VALUE 0.
       77  WS-GROUP-IDX                           PIC 9(01).
       01  COLUMN-SELECTION.
           03  WS-COLUMN OCCURS 7 TIMES           PIC X(10).
       77  WS-COLUMN-COUNT                        PIC 9(01) VALUE 0.
       77  WS-COLUMN-IDX                          PIC 9(01).
       77  WS-TOTALS-SW                           PIC X(01) VALUE "Y".
           88  WS-TOTALS-WANTED                   VALUE "Y".
       77  WS-SORT-BY                             PIC X(10)
                                                  VALUE "KEY".
       77  WS-SORT-DESC-SW                        PIC X(01) VALUE "N".
           88  WS-SORT-DESC                       VALUE "Y".
      * one row per group - kept to exactly 76 bytes so the sort
      * swap below can pass rows through WS-SWAP-ENTRY intact
       01  GROUP-TABLE.
           03  GT-ENTRY OCCURS 500 TIMES.
               05  GT-KEY.
                   07  GT-KEY-PART OCCURS 2 TIMES PIC X(16).
               05  GT-DAYS                        PIC 9(07).
               05  GT-ENTRIES                     PIC 9(07).
               05  GT-AF                          PIC 9(07).
               05  GT-UNITS                       PIC 9(07)V99.
               05  GT-SESSIONS                    PIC 9(07).
               05  GT-BEVS                        PIC 9(07).
       77  WS-SWAP-ENTRY                          PIC X(76).
       77  WS-GT-COUNT                            PIC 9(03) VALUE 0.
       77  WS-GT-IDX                              PIC 9(03).
       77  WS-SORT-I                              PIC 9(03).
       77  WS-SORT-J                              PIC 9(03).
       77  WS-SWAP-SW                             PIC X(01).
           88  WS-SWAP-NEEDED                     VALUE "Y".
       01  WS-TOTAL-ROW.
           03  WS-TOT-DAYS                        PIC 9(07) VALUE 0.
           03  WS-TOT-ENTRIES                     PIC 9(07) VALUE 0.
           03  WS-TOT-AF                          PIC 9(07) VALUE 0.
           03  WS-TOT-UNITS                       PIC 9(07)V99
                                                  VALUE 0.
           03  WS-TOT-SESSIONS                    PIC 9(07) VALUE 0.
           03  WS-TOT-BEVS                        PIC 9(07) VALUE 0.
      * the record being tallied
       01  WS-NEW-KEY.
           03  WS-NEW-KEY-PART OCCURS 2 TIMES     PIC X(16).
       77  WS-BEV-KEY-IDX                         PIC 9(01) VALUE 0.
       77  WS-BEV-IDX                             PIC 9(02).
       77  WS-CURRENT-SITE                        PIC X(04).
       77  WS-LOCAL-SITE                          PIC X(04).
       77  WS-DAY-FILE-NAME                       PIC X(80).
       77  WS-CAL-DAY-TYPE                        PIC X(01).
       77  WS-TYPE-HITS                           PIC 9(02).
       77  WS-RECORD-SELECTED-SW                  PIC X(01).
           88  WS-RECORD-SELECTED                 VALUE "Y".
       77  WS-DAYS-READ                           PIC 9(07) VALUE 0.
       77  WS-DAYS-SELECTED                       PIC 9(07) VALUE 0.
       77  WS-DAY-NUMBER                          PIC 9(09).
       77  WS-WEEKDAY                             PIC 9(01).
       77  WS-WEEK-START                          PIC 9(08).
       01  WS-TODAY-DATA.
           03  WS-TODAY                           PIC 9(08).
           03  FILLER REDEFINES WS-TODAY.
               05  WS-TODAY-YEAR                  PIC 9(04).
               05  WS-TODAY-MONTH                 PIC 9(02).
               05  WS-TODAY-DAY                   PIC 9(02).
           03  FILLER                              PIC X(13).
       77  WS-WORK-DATE                           PIC 9(08).
      * the printed row
       77  WS-LINE-PTR                            PIC 9(03).
       77  WS-CELL                                PIC X(09).
       77  WS-COL-VALUE                           PIC 9(07)V99.
       77  WS-COL-VALUE-J                         PIC 9(07)V99.
       77  WS-COUNT-OUT                           PIC Z(07)9.
       77  WS-UNITS-OUT                           PIC Z(04)9.99.
       77  WS-NUM-OUT                             PIC Z(06)9.
       77  WS-NUM-OUT-2                           PIC Z(06)9.
       77  WS-ROW-DAYS                            PIC 9(07).
       77  WS-ROW-ENTRIES                         PIC 9(07).
       77  WS-ROW-AF                              PIC 9(07).
       77  WS-ROW-UNITS                           PIC 9(07)V99.
       77  WS-ROW-SESSIONS                        PIC 9(07).
       77  WS-ROW-BEVS                            PIC 9(07).
       COPY "rptspl.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0010-LOAD-DEFINITION.
           IF WS-LIST-MODE
               DISPLAY WS-DEF-COUNT " REPORT DEFINITION(S) ON "
                       "REPORTS.DEF" UPON TERM
               GO TO 9999-EXIT
           END-IF.
           IF NOT WS-REPORT-FOUND
               DISPLAY "NO REPORT " TRIM(WS-ARG-REPORT)
                       " DEFINED ON REPORTS.DEF - TRY BIER-RPTGEN "
                       "LIST" UPON TERM
               MOVE 12 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-DEF-ERRORS > 0
               DISPLAY "REPORT " TRIM(WS-ARG-REPORT) " NOT RUN - "
                       WS-DEF-ERRORS " BAD DEFINITION LINE(S)"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0050-RESOLVE-PERIOD.
           PERFORM 0060-APPLY-DEFAULTS.
           MOVE WS-LOCAL-SITE TO WS-CURRENT-SITE.
           IF WS-SITES-LOCAL OR WS-SITES-ALL
               MOVE "BIER.DAY" TO WS-DAY-FILE-NAME
               PERFORM 0100-READ-ONE-DAY-FILE
           ELSE
               MOVE WS-LOCAL-SITE TO WS-CURRENT-SITE
               PERFORM 0130-FIND-SELECTED-SITE
               IF WS-RECORD-SELECTED
                   MOVE "BIER.DAY" TO WS-DAY-FILE-NAME
                   PERFORM 0100-READ-ONE-DAY-FILE
               END-IF
           END-IF.
           IF NOT WS-SITES-LOCAL
               PERFORM 0120-SCAN-REMOTE-SITES
           END-IF.
           PERFORM 0300-SORT-GROUPS.
           PERFORM 0400-PRINT-REPORT.
           GO TO 9999-EXIT.
       0006-GET-ARGUMENTS.
           MOVE CURRENT-DATE TO WS-TODAY-DATA.
           MOVE SPACES TO WS-ARG-REPORT WS-ARG-FROM WS-ARG-TO.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-REPORT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-REPORT
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-FROM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-FROM
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-TO FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-TO
           END-ACCEPT.
           MOVE UPPER-CASE(WS-ARG-REPORT) TO WS-ARG-REPORT.
           IF WS-ARG-REPORT = SPACES
                   OR (WS-ARG-FROM NOT = SPACES
                       AND WS-ARG-FROM NOT NUMERIC)
                   OR (WS-ARG-TO NOT = SPACES
                       AND WS-ARG-TO NOT NUMERIC)
               DISPLAY "USAGE: BIER-RPTGEN NAME [YYYYMMDD [YYYYMMDD]]"
                   UPON TERM
               DISPLAY "       BIER-RPTGEN LIST" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-ARG-REPORT = "LIST"
               MOVE "Y" TO WS-LIST-MODE-SW
           END-IF.
           MOVE SPACES TO WS-LOCAL-SITE.
           DISPLAY "BIER_SITE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-LOCAL-SITE FROM ENVIRONMENT-VALUE.
           IF WS-LOCAL-SITE = SPACES
               MOVE "HQ" TO WS-LOCAL-SITE
           END-IF.
       0010-LOAD-DEFINITION.
           OPEN INPUT REPORT-DEFS.
           IF DEF-STAT NOT = "00"
               DISPLAY "NO REPORTS.DEF ON FILE - NOTHING TO RUN"
                   UPON TERM
               MOVE 12 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0015-READ-DEF-LINE
               UNTIL DEF-STAT = "10".
           CLOSE REPORT-DEFS.
       0015-READ-DEF-LINE.
           READ REPORT-DEFS
               AT END
                   MOVE "10" TO DEF-STAT
               NOT AT END
                   ADD 1 TO WS-DEF-LINE-NO
                   IF DEF-LINE(1:1) NOT = "*"
                           AND DEF-LINE NOT = SPACES
                       PERFORM 0020-APPLY-DEF-LINE
                   END-IF
           END-READ.
       0020-APPLY-DEF-LINE.
           MOVE SPACES TO DEF-LINE-FIELDS.
           UNSTRING DEF-LINE DELIMITED BY ALL SPACE
               INTO DL-KEYWORD DL-WORD(1) DL-WORD(2) DL-WORD(3)
                    DL-WORD(4) DL-WORD(5) DL-WORD(6) DL-WORD(7)
                    DL-WORD(8) DL-WORD(9) DL-WORD(10).
           MOVE UPPER-CASE(DL-KEYWORD) TO DL-KEYWORD.
           IF DL-KEYWORD = "REPORT"
               PERFORM 0021-START-REPORT
           ELSE
      *        only the lines of the report being run are looked at
      *        closely - a slip in another definition is that
      *        definition's problem, not this run's
               IF WS-IN-REPORT
                   MOVE 1 TO WS-WORD-IDX
                   PERFORM 0029-UPPER-ONE-WORD
                       UNTIL WS-WORD-IDX > 10
                   EVALUATE DL-KEYWORD
                       WHEN "USERS"
                           PERFORM 0022-SET-USERS
                       WHEN "PERIOD"
                           PERFORM 0023-SET-PERIOD
                       WHEN "DAYTYPE"
                           PERFORM 0024-SET-DAYTYPES
                       WHEN "SITES"
                           PERFORM 0025-SET-SITES
                       WHEN "GROUP"
                           PERFORM 0026-SET-GROUPING
                       WHEN "COLUMNS"
                           PERFORM 0027-SET-COLUMNS
                       WHEN "TOTALS"
                           EVALUATE DL-WORD(1)
                               WHEN "YES"
                                   MOVE "Y" TO WS-TOTALS-SW
                               WHEN "NO"
                                   MOVE "N" TO WS-TOTALS-SW
                               WHEN OTHER
                                   PERFORM 0090-DEFINITION-ERROR
                           END-EVALUATE
                       WHEN "SORT"
                           PERFORM 0028-SET-SORT
                       WHEN OTHER
                           PERFORM 0090-DEFINITION-ERROR
                   END-EVALUATE
               END-IF
           END-IF.
       0021-START-REPORT.
           MOVE "N" TO WS-IN-REPORT-SW.
           ADD 1 TO WS-DEF-COUNT.
      *    the title is everything after the name, as written
           MOVE SPACES TO WS-LINE-TITLE.
           MOVE 1 TO WS-TITLE-PTR.
           UNSTRING DEF-LINE DELIMITED BY ALL SPACE
               INTO DL-KEYWORD DL-WORD(1)
               WITH POINTER WS-TITLE-PTR.
           IF WS-TITLE-PTR <= 80
               MOVE DEF-LINE(WS-TITLE-PTR:) TO WS-LINE-TITLE
           END-IF.
           IF WS-LIST-MODE
               DISPLAY DL-WORD(1)(1:12) " " TRIM(WS-LINE-TITLE)
                   UPON TERM
           ELSE
               IF UPPER-CASE(DL-WORD(1)) = WS-ARG-REPORT
                       AND NOT WS-REPORT-FOUND
                   MOVE "Y" TO WS-IN-REPORT-SW
                   MOVE "Y" TO WS-REPORT-FOUND-SW
                   MOVE WS-LINE-TITLE TO WS-REPORT-TITLE
                   IF WS-REPORT-TITLE = SPACES
                       MOVE WS-ARG-REPORT TO WS-REPORT-TITLE
                   END-IF
               END-IF
           END-IF.
       0022-SET-USERS.
           MOVE 1 TO WS-WORD-IDX.
           PERFORM 0032-ADD-ONE-USER
               UNTIL WS-WORD-IDX > 10.
       0023-SET-PERIOD.
           EVALUATE TRUE
               WHEN DL-WORD(1)(1:8) IS NUMERIC
                       AND DL-WORD(1)(9:) = SPACES
                       AND DL-WORD(2)(1:8) IS NUMERIC
                       AND DL-WORD(2)(9:) = SPACES
                   MOVE "RANGE" TO WS-PERIOD-KIND
                   MOVE DL-WORD(1)(1:8) TO WS-FROM-DATE
                   MOVE DL-WORD(2)(1:8) TO WS-TO-DATE
               WHEN DL-WORD(1) = "MONTH" OR DL-WORD(1) = "LASTMONTH"
                       OR DL-WORD(1) = "YEAR" OR DL-WORD(1) = "ALL"
                   MOVE DL-WORD(1) TO WS-PERIOD-KIND
               WHEN DL-WORD(1) = "DAYS"
                       AND DL-WORD(2) NOT = SPACES
                       AND TEST-NUMVAL(DL-WORD(2)) = 0
                   MOVE "DAYS" TO WS-PERIOD-KIND
                   COMPUTE WS-PERIOD-DAYS = NUMVAL(DL-WORD(2))
               WHEN OTHER
                   PERFORM 0090-DEFINITION-ERROR
           END-EVALUATE.
       0024-SET-DAYTYPES.
           MOVE SPACES TO WS-DAYTYPE-SET.
           MOVE 1 TO WS-WORD-IDX.
           PERFORM 0034-ADD-ONE-DAYTYPE
               UNTIL WS-WORD-IDX > 8.
       0025-SET-SITES.
           EVALUATE DL-WORD(1)
               WHEN "LOCAL"
                   MOVE "L" TO WS-SITE-MODE
               WHEN "ALL"
                   MOVE "A" TO WS-SITE-MODE
               WHEN SPACES
                   PERFORM 0090-DEFINITION-ERROR
               WHEN OTHER
                   MOVE "S" TO WS-SITE-MODE
                   MOVE 0 TO WS-SEL-SITE-COUNT
                   MOVE 1 TO WS-WORD-IDX
                   PERFORM 0035-ADD-ONE-SITE
                       UNTIL WS-WORD-IDX > 10
           END-EVALUATE.
       0026-SET-GROUPING.
           MOVE WS-DEF-ERRORS TO WS-ERRORS-BEFORE.
           MOVE 0 TO WS-GROUP-COUNT.
           MOVE 0 TO WS-BEV-KEY-IDX.
           MOVE SPACES TO GROUP-SELECTION.
           IF DL-WORD(1) = "NONE"
               MOVE "NONE" TO WS-GROUP-BY(1)
               MOVE 1 TO WS-GROUP-COUNT
           ELSE
               MOVE 1 TO WS-WORD-IDX
               PERFORM 0036-ADD-ONE-GROUP-KEY
                   UNTIL WS-WORD-IDX > 10
           END-IF.
           IF WS-GROUP-COUNT = 0 AND WS-DEF-ERRORS = WS-ERRORS-BEFORE
               PERFORM 0090-DEFINITION-ERROR
           END-IF.
       0027-SET-COLUMNS.
           MOVE WS-DEF-ERRORS TO WS-ERRORS-BEFORE.
           MOVE 0 TO WS-COLUMN-COUNT.
           MOVE SPACES TO COLUMN-SELECTION.
           MOVE 1 TO WS-WORD-IDX.
           PERFORM 0037-ADD-ONE-COLUMN
               UNTIL WS-WORD-IDX > 10.
           IF WS-COLUMN-COUNT = 0 AND WS-DEF-ERRORS = WS-ERRORS-BEFORE
               PERFORM 0090-DEFINITION-ERROR
           END-IF.
       0028-SET-SORT.
           IF DL-WORD(1) = "KEY" OR DL-WORD(1) = "DAYS"
                   OR DL-WORD(1) = "ENTRIES" OR DL-WORD(1) = "AF"
                   OR DL-WORD(1) = "UNITS" OR DL-WORD(1) = "SESSIONS"
                   OR DL-WORD(1) = "BEVERAGES"
                   OR DL-WORD(1) = "AVGUNITS"
               MOVE DL-WORD(1) TO WS-SORT-BY
           ELSE
               PERFORM 0090-DEFINITION-ERROR
           END-IF.
           EVALUATE DL-WORD(2)
               WHEN "DESC"
                   MOVE "Y" TO WS-SORT-DESC-SW
               WHEN "ASC"
               WHEN SPACES
                   MOVE "N" TO WS-SORT-DESC-SW
               WHEN OTHER
                   PERFORM 0090-DEFINITION-ERROR
           END-EVALUATE.
       0029-UPPER-ONE-WORD.
           MOVE UPPER-CASE(DL-WORD(WS-WORD-IDX))
               TO DL-WORD(WS-WORD-IDX).
           ADD 1 TO WS-WORD-IDX.
       0032-ADD-ONE-USER.
           IF DL-WORD(WS-WORD-IDX) NOT = SPACES
               IF WS-SEL-USER-COUNT < 20
                   ADD 1 TO WS-SEL-USER-COUNT
                   MOVE DL-WORD(WS-WORD-IDX)
                       TO SEL-USER(WS-SEL-USER-COUNT)
               ELSE
                   PERFORM 0090-DEFINITION-ERROR
               END-IF
           END-IF.
           ADD 1 TO WS-WORD-IDX.
       0034-ADD-ONE-DAYTYPE.
           EVALUATE DL-WORD(WS-WORD-IDX)
               WHEN "W"
               WHEN "E"
               WHEN "H"
               WHEN "T"
                   MOVE DL-WORD(WS-WORD-IDX)(1:1)
                       TO WS-DAYTYPE-SET(WS-WORD-IDX:1)
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 0090-DEFINITION-ERROR
           END-EVALUATE.
           ADD 1 TO WS-WORD-IDX.
       0035-ADD-ONE-SITE.
           IF DL-WORD(WS-WORD-IDX) NOT = SPACES
               ADD 1 TO WS-SEL-SITE-COUNT
               MOVE DL-WORD(WS-WORD-IDX)
                   TO SEL-SITE(WS-SEL-SITE-COUNT)
           END-IF.
           ADD 1 TO WS-WORD-IDX.
       0036-ADD-ONE-GROUP-KEY.
           EVALUATE DL-WORD(WS-WORD-IDX)
               WHEN "USER"
               WHEN "DATE"
               WHEN "WEEK"
               WHEN "MONTH"
               WHEN "YEAR"
               WHEN "DAYTYPE"
               WHEN "SITE"
               WHEN "BEVERAGE"
                   IF WS-GROUP-COUNT < 2
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE DL-WORD(WS-WORD-IDX)
                           TO WS-GROUP-BY(WS-GROUP-COUNT)
                       IF DL-WORD(WS-WORD-IDX) = "BEVERAGE"
                           MOVE WS-GROUP-COUNT TO WS-BEV-KEY-IDX
                       END-IF
                   ELSE
                       PERFORM 0090-DEFINITION-ERROR
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 0090-DEFINITION-ERROR
           END-EVALUATE.
           ADD 1 TO WS-WORD-IDX.
       0037-ADD-ONE-COLUMN.
           EVALUATE DL-WORD(WS-WORD-IDX)
               WHEN "DAYS"
               WHEN "ENTRIES"
               WHEN "AF"
               WHEN "UNITS"
               WHEN "SESSIONS"
               WHEN "BEVERAGES"
               WHEN "AVGUNITS"
                   IF WS-COLUMN-COUNT < 7
                       ADD 1 TO WS-COLUMN-COUNT
                       MOVE DL-WORD(WS-WORD-IDX)
                           TO WS-COLUMN(WS-COLUMN-COUNT)
                   ELSE
                       PERFORM 0090-DEFINITION-ERROR
                   END-IF
               WHEN SPACES
                   CONTINUE
               WHEN OTHER
                   PERFORM 0090-DEFINITION-ERROR
           END-EVALUATE.
           ADD 1 TO WS-WORD-IDX.
       0050-RESOLVE-PERIOD.
      *    relative periods are taken against today, then any dates
      *    given on the command line win over the definition
           EVALUATE WS-PERIOD-KIND
               WHEN "MONTH"
                   MOVE WS-TODAY TO WS-FROM-DATE
                   MOVE "01" TO WS-FROM-DATE(7:2)
                   MOVE WS-TODAY TO WS-TO-DATE
               WHEN "LASTMONTH"
                   MOVE WS-TODAY TO WS-WORK-DATE
                   MOVE "01" TO WS-WORK-DATE(7:2)
                   COMPUTE WS-DAY-NUMBER =
                           INTEGER-OF-DATE(WS-WORK-DATE) - 1
                   COMPUTE WS-TO-DATE = DATE-OF-INTEGER(WS-DAY-NUMBER)
                   MOVE WS-TO-DATE TO WS-FROM-DATE
                   MOVE "01" TO WS-FROM-DATE(7:2)
               WHEN "YEAR"
                   COMPUTE WS-FROM-DATE = WS-TODAY-YEAR * 10000 + 101
                   MOVE WS-TODAY TO WS-TO-DATE
               WHEN "DAYS"
                   IF WS-PERIOD-DAYS = 0
                       MOVE 1 TO WS-PERIOD-DAYS
                   END-IF
                   COMPUTE WS-DAY-NUMBER = INTEGER-OF-DATE(WS-TODAY)
                           - WS-PERIOD-DAYS + 1
                   COMPUTE WS-FROM-DATE =
                           DATE-OF-INTEGER(WS-DAY-NUMBER)
                   MOVE WS-TODAY TO WS-TO-DATE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-ARG-FROM NOT = SPACES
               MOVE WS-ARG-FROM TO WS-FROM-DATE
               IF WS-ARG-TO NOT = SPACES
                   MOVE WS-ARG-TO TO WS-TO-DATE
               ELSE
                   MOVE WS-TODAY TO WS-TO-DATE
               END-IF
           END-IF.
       0060-APPLY-DEFAULTS.
           IF WS-GROUP-COUNT = 0
               MOVE "USER" TO WS-GROUP-BY(1)
               MOVE 1 TO WS-GROUP-COUNT
           END-IF.
           IF WS-COLUMN-COUNT = 0
               MOVE "DAYS" TO WS-COLUMN(1)
               MOVE "ENTRIES" TO WS-COLUMN(2)
               MOVE "UNITS" TO WS-COLUMN(3)
               MOVE 3 TO WS-COLUMN-COUNT
           END-IF.
       0090-DEFINITION-ERROR.
           ADD 1 TO WS-DEF-ERRORS.
           DISPLAY "REPORTS.DEF LINE " WS-DEF-LINE-NO ": CANNOT USE "
                   TRIM(DEF-LINE) UPON TERM.
       0100-READ-ONE-DAY-FILE.
           DISPLAY "DD_DAYFILE" UPON ENVIRONMENT-NAME.
           DISPLAY WS-DAY-FILE-NAME UPON ENVIRONMENT-VALUE.
           OPEN INPUT DAY-FILE.
           IF DAY-STAT NOT = "00"
               DISPLAY "SITE " WS-CURRENT-SITE " HAS NO BIER.DAY "
                       "(" TRIM(WS-DAY-FILE-NAME) ") - SKIPPED"
                   UPON TERM
           ELSE
               PERFORM 0105-READ-DAY-RECORD
                   UNTIL DAY-STAT = "10"
               CLOSE DAY-FILE
           END-IF.
       0105-READ-DAY-RECORD.
           READ DAY-FILE NEXT RECORD
               AT END
                   MOVE "10" TO DAY-STAT
               NOT AT END
                   ADD 1 TO WS-DAYS-READ
                   PERFORM 0200-SELECT-DAY-RECORD
                   IF WS-RECORD-SELECTED
                       ADD 1 TO WS-DAYS-SELECTED
                       PERFORM 0210-TALLY-DAY-RECORD
                   END-IF
           END-READ.
       0120-SCAN-REMOTE-SITES.
           OPEN INPUT SITE-REGISTRY.
           IF SITE-STAT NOT = "00"
               DISPLAY "NO BIER.SITES ON FILE - LOCAL SITE ONLY"
                   UPON TERM
           ELSE
               PERFORM 0125-READ-SITE-LINE
                   UNTIL SITE-STAT = "10"
               CLOSE SITE-REGISTRY
           END-IF.
       0125-READ-SITE-LINE.
           READ SITE-REGISTRY
               AT END
                   MOVE "10" TO SITE-STAT
               NOT AT END
                   IF SITE-REGISTRY-LINE(1:1) NOT = "*"
                           AND SITE-REGISTRY-LINE NOT = SPACES
                       MOVE SPACES TO SITE-LINE-FIELDS
                       UNSTRING SITE-REGISTRY-LINE
                           DELIMITED BY ALL SPACE
                           INTO SL-SITE-ID SL-SITE-DIR
                       MOVE SL-SITE-ID TO WS-CURRENT-SITE
                       PERFORM 0130-FIND-SELECTED-SITE
                       IF SL-SITE-DIR NOT = SPACES
                               AND SL-SITE-ID NOT = WS-LOCAL-SITE
                               AND WS-RECORD-SELECTED
                           MOVE SPACES TO WS-DAY-FILE-NAME
                           STRING TRIM(SL-SITE-DIR) DELIMITED BY SIZE
                                   "/BIER.DAY" DELIMITED BY SIZE
                               INTO WS-DAY-FILE-NAME
                           PERFORM 0100-READ-ONE-DAY-FILE
                       END-IF
                   END-IF
           END-READ.
       0130-FIND-SELECTED-SITE.
      *    WS-RECORD-SELECTED doubles as the answer here - every
      *    site is wanted unless the definition listed some
           MOVE "Y" TO WS-RECORD-SELECTED-SW.
           IF WS-SITES-LISTED
               MOVE "N" TO WS-RECORD-SELECTED-SW
               MOVE 1 TO WS-SEL-SITE-IDX
               PERFORM 0135-FIND-SITE-STEP
                   UNTIL WS-SEL-SITE-IDX > WS-SEL-SITE-COUNT
                       OR WS-RECORD-SELECTED
           END-IF.
       0135-FIND-SITE-STEP.
           IF SEL-SITE(WS-SEL-SITE-IDX) = WS-CURRENT-SITE
               MOVE "Y" TO WS-RECORD-SELECTED-SW
           ELSE
               ADD 1 TO WS-SEL-SITE-IDX
           END-IF.
       0200-SELECT-DAY-RECORD.
      *    a day is in when it falls inside the period, belongs to a
      *    selected user and is of a selected day type
           MOVE "N" TO WS-RECORD-SELECTED-SW.
           IF BDAY-DATE-NUMERIC >= WS-FROM-DATE
                   AND BDAY-DATE-NUMERIC <= WS-TO-DATE
               IF WS-SEL-USER-COUNT = 0
                   MOVE "Y" TO WS-RECORD-SELECTED-SW
               ELSE
                   MOVE 1 TO WS-SEL-USER-IDX
                   PERFORM 0205-FIND-USER-STEP
                       UNTIL WS-SEL-USER-IDX > WS-SEL-USER-COUNT
               END-IF
           END-IF.
           IF WS-RECORD-SELECTED
               CALL "BIERCAL" USING BDAY-DATE-NUMERIC WS-CAL-DAY-TYPE
               IF WS-DAYTYPE-SET NOT = SPACES
                   MOVE 0 TO WS-TYPE-HITS
                   INSPECT WS-DAYTYPE-SET TALLYING WS-TYPE-HITS
                       FOR ALL WS-CAL-DAY-TYPE
                   IF WS-TYPE-HITS = 0
                       MOVE "N" TO WS-RECORD-SELECTED-SW
                   END-IF
               END-IF
           END-IF.
       0205-FIND-USER-STEP.
           IF SEL-USER(WS-SEL-USER-IDX) = BDAY-USER-ID
               MOVE "Y" TO WS-RECORD-SELECTED-SW
               MOVE WS-SEL-USER-COUNT TO WS-SEL-USER-IDX
           END-IF.
           ADD 1 TO WS-SEL-USER-IDX.
       0210-TALLY-DAY-RECORD.
           MOVE SPACES TO WS-NEW-KEY.
           MOVE 1 TO WS-GROUP-IDX.
           PERFORM 0220-BUILD-KEY-PART
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           ADD BDAY-ENTRY-COUNT TO WS-TOT-ENTRIES.
           ADD BDAY-AF-COUNT TO WS-TOT-AF.
           ADD BDAY-STANDARD-UNITS TO WS-TOT-UNITS.
           ADD BDAY-SESSION-COUNT TO WS-TOT-SESSIONS.
           ADD BDAY-BEV-COUNT TO WS-TOT-BEVS.
           ADD 1 TO WS-TOT-DAYS.
           IF WS-BEV-KEY-IDX = 0
               PERFORM 0230-ADD-TO-GROUP
           ELSE
      *        the day counts toward every beverage it lists
               MOVE 1 TO WS-BEV-IDX
               PERFORM 0215-TALLY-ONE-BEVERAGE
                   UNTIL WS-BEV-IDX > BDAY-BEV-COUNT
                       OR WS-BEV-IDX > 10
           END-IF.
       0215-TALLY-ONE-BEVERAGE.
           MOVE BDAY-BEVERAGE(WS-BEV-IDX)
               TO WS-NEW-KEY-PART(WS-BEV-KEY-IDX).
           PERFORM 0230-ADD-TO-GROUP.
           ADD 1 TO WS-BEV-IDX.
       0220-BUILD-KEY-PART.
           EVALUATE WS-GROUP-BY(WS-GROUP-IDX)
               WHEN "NONE"
                   MOVE "ALL" TO WS-NEW-KEY-PART(WS-GROUP-IDX)
               WHEN "USER"
                   MOVE BDAY-USER-ID TO WS-NEW-KEY-PART(WS-GROUP-IDX)
               WHEN "DATE"
                   MOVE BDAY-DATE-NUMERIC
                       TO WS-NEW-KEY-PART(WS-GROUP-IDX)
               WHEN "WEEK"
      *            INTEGER-OF-DATE day 1 is a monday, as in BIERCAL
                   COMPUTE WS-DAY-NUMBER =
                           INTEGER-OF-DATE(BDAY-DATE-NUMERIC)
                   COMPUTE WS-WEEKDAY = MOD(WS-DAY-NUMBER - 1, 7)
                   COMPUTE WS-WEEK-START =
                           DATE-OF-INTEGER(WS-DAY-NUMBER - WS-WEEKDAY)
                   MOVE WS-WEEK-START TO WS-NEW-KEY-PART(WS-GROUP-IDX)
               WHEN "MONTH"
                   MOVE BDAY-DATE-NUMERIC(1:6)
                       TO WS-NEW-KEY-PART(WS-GROUP-IDX)
               WHEN "YEAR"
                   MOVE BDAY-DATE-NUMERIC(1:4)
                       TO WS-NEW-KEY-PART(WS-GROUP-IDX)
               WHEN "DAYTYPE"
                   EVALUATE WS-CAL-DAY-TYPE
                       WHEN "E"
                           MOVE "WEEKEND"
                               TO WS-NEW-KEY-PART(WS-GROUP-IDX)
                       WHEN "H"
                           MOVE "HOLIDAY"
                               TO WS-NEW-KEY-PART(WS-GROUP-IDX)
                       WHEN "T"
                           MOVE "TEAM DAY"
                               TO WS-NEW-KEY-PART(WS-GROUP-IDX)
                       WHEN OTHER
                           MOVE "WORKING"
                               TO WS-NEW-KEY-PART(WS-GROUP-IDX)
                   END-EVALUATE
               WHEN "SITE"
                   MOVE WS-CURRENT-SITE
                       TO WS-NEW-KEY-PART(WS-GROUP-IDX)
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           ADD 1 TO WS-GROUP-IDX.
       0230-ADD-TO-GROUP.
           MOVE 1 TO WS-GT-IDX.
           PERFORM 0235-FIND-GROUP-STEP
               UNTIL WS-GT-IDX > WS-GT-COUNT
                   OR GT-KEY(WS-GT-IDX) = WS-NEW-KEY.
           IF WS-GT-IDX > WS-GT-COUNT
               IF WS-GT-COUNT > 499
                   DISPLAY "REPORT TABLE IS FULL AT 500 GROUPS, "
                           "NARROW THE DEFINITION" UPON TERM
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-GT-COUNT
               MOVE WS-GT-COUNT TO WS-GT-IDX
               INITIALIZE GT-ENTRY(WS-GT-IDX)
               MOVE WS-NEW-KEY TO GT-KEY(WS-GT-IDX)
           END-IF.
           ADD 1 TO GT-DAYS(WS-GT-IDX).
           ADD BDAY-ENTRY-COUNT TO GT-ENTRIES(WS-GT-IDX).
           ADD BDAY-AF-COUNT TO GT-AF(WS-GT-IDX).
           ADD BDAY-STANDARD-UNITS TO GT-UNITS(WS-GT-IDX).
           ADD BDAY-SESSION-COUNT TO GT-SESSIONS(WS-GT-IDX).
           ADD BDAY-BEV-COUNT TO GT-BEVS(WS-GT-IDX).
       0235-FIND-GROUP-STEP.
           ADD 1 TO WS-GT-IDX.
       0300-SORT-GROUPS.
      *    a plain selection sort, as the leaderboard does it - the
      *    table is small enough that nothing cleverer is worth it
           MOVE 1 TO WS-SORT-I.
           PERFORM 0310-SORT-OUTER-STEP
               UNTIL WS-SORT-I >= WS-GT-COUNT.
       0310-SORT-OUTER-STEP.
           COMPUTE WS-SORT-J = WS-SORT-I + 1.
           PERFORM 0320-SORT-INNER-STEP
               UNTIL WS-SORT-J > WS-GT-COUNT.
           ADD 1 TO WS-SORT-I.
       0320-SORT-INNER-STEP.
           MOVE "N" TO WS-SWAP-SW.
           IF WS-SORT-BY = "KEY"
               IF (NOT WS-SORT-DESC
                       AND GT-KEY(WS-SORT-J) < GT-KEY(WS-SORT-I))
                   OR (WS-SORT-DESC
                       AND GT-KEY(WS-SORT-J) > GT-KEY(WS-SORT-I))
                   MOVE "Y" TO WS-SWAP-SW
               END-IF
           ELSE
               MOVE WS-SORT-J TO WS-GT-IDX
               PERFORM 0330-LOAD-ROW-FIGURES
               MOVE WS-SORT-BY TO WS-CELL
               PERFORM 0340-COLUMN-VALUE
               MOVE WS-COL-VALUE TO WS-COL-VALUE-J
               MOVE WS-SORT-I TO WS-GT-IDX
               PERFORM 0330-LOAD-ROW-FIGURES
               PERFORM 0340-COLUMN-VALUE
               IF (NOT WS-SORT-DESC AND WS-COL-VALUE-J < WS-COL-VALUE)
                   OR (WS-SORT-DESC
                       AND WS-COL-VALUE-J > WS-COL-VALUE)
                   MOVE "Y" TO WS-SWAP-SW
               END-IF
           END-IF.
           IF WS-SWAP-NEEDED
               MOVE GT-ENTRY(WS-SORT-I) TO WS-SWAP-ENTRY
               MOVE GT-ENTRY(WS-SORT-J) TO GT-ENTRY(WS-SORT-I)
               MOVE WS-SWAP-ENTRY TO GT-ENTRY(WS-SORT-J)
           END-IF.
           ADD 1 TO WS-SORT-J.
       0330-LOAD-ROW-FIGURES.
           MOVE GT-DAYS(WS-GT-IDX) TO WS-ROW-DAYS.
           MOVE GT-ENTRIES(WS-GT-IDX) TO WS-ROW-ENTRIES.
           MOVE GT-AF(WS-GT-IDX) TO WS-ROW-AF.
           MOVE GT-UNITS(WS-GT-IDX) TO WS-ROW-UNITS.
           MOVE GT-SESSIONS(WS-GT-IDX) TO WS-ROW-SESSIONS.
           MOVE GT-BEVS(WS-GT-IDX) TO WS-ROW-BEVS.
       0340-COLUMN-VALUE.
      *    the figure of the column named in WS-CELL for the row
      *    loaded into WS-ROW-*
           EVALUATE WS-CELL
               WHEN "DAYS"
                   MOVE WS-ROW-DAYS TO WS-COL-VALUE
               WHEN "ENTRIES"
                   MOVE WS-ROW-ENTRIES TO WS-COL-VALUE
               WHEN "AF"
                   MOVE WS-ROW-AF TO WS-COL-VALUE
               WHEN "UNITS"
                   MOVE WS-ROW-UNITS TO WS-COL-VALUE
               WHEN "SESSIONS"
                   MOVE WS-ROW-SESSIONS TO WS-COL-VALUE
               WHEN "BEVERAGES"
                   MOVE WS-ROW-BEVS TO WS-COL-VALUE
               WHEN "AVGUNITS"
                   IF WS-ROW-DAYS = 0
                       MOVE 0 TO WS-COL-VALUE
                   ELSE
                       COMPUTE WS-COL-VALUE ROUNDED =
                               WS-ROW-UNITS / WS-ROW-DAYS
                   END-IF
               WHEN OTHER
                   MOVE 0 TO WS-COL-VALUE
           END-EVALUATE.
       0400-PRINT-REPORT.
           INITIALIZE RPT-SPOOL-AREA.
           MOVE "O" TO RPT-ACTION.
           MOVE WS-ARG-REPORT TO RPT-PROGRAM.
           IF WS-FROM-DATE = 0
               MOVE "ALL" TO RPT-PERIOD
           ELSE
               MOVE WS-FROM-DATE TO RPT-PERIOD
           END-IF.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           MOVE WS-REPORT-TITLE TO RPT-LINE.
           PERFORM 0490-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           IF WS-FROM-DATE = 0 AND WS-TO-DATE = 99991231
               MOVE "PERIOD: ALL DAYS ON FILE" TO RPT-LINE
           ELSE
               STRING "PERIOD: " DELIMITED BY SIZE
                       WS-FROM-DATE DELIMITED BY SIZE
                       " - " DELIMITED BY SIZE
                       WS-TO-DATE DELIMITED BY SIZE
                   INTO RPT-LINE
           END-IF.
           PERFORM 0490-PRINT-RPT-LINE.
           MOVE WS-DAYS-READ TO WS-NUM-OUT.
           MOVE WS-DAYS-SELECTED TO WS-NUM-OUT-2.
           MOVE SPACES TO RPT-LINE.
           STRING "DAY RECORDS READ: " DELIMITED BY SIZE
                   TRIM(WS-NUM-OUT) DELIMITED BY SIZE
                   "  SELECTED: " DELIMITED BY SIZE
                   TRIM(WS-NUM-OUT-2) DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0490-PRINT-RPT-LINE.
      *    the column headings, laid out exactly as the rows are
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           MOVE 1 TO WS-GROUP-IDX.
           PERFORM 0410-HEAD-KEY-PART
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           MOVE 1 TO WS-COLUMN-IDX.
           PERFORM 0415-HEAD-COLUMN
               UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT.
           PERFORM 0490-PRINT-RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:WS-LINE-PTR - 1).
           PERFORM 0490-PRINT-RPT-LINE.
           MOVE 1 TO WS-GT-IDX.
           PERFORM 0420-PRINT-GROUP-ROW
               UNTIL WS-GT-IDX > WS-GT-COUNT.
           IF WS-TOTALS-WANTED
               MOVE ALL "-" TO RPT-LINE(1:WS-LINE-PTR - 1)
               PERFORM 0490-PRINT-RPT-LINE
               MOVE WS-TOT-DAYS TO WS-ROW-DAYS
               MOVE WS-TOT-ENTRIES TO WS-ROW-ENTRIES
               MOVE WS-TOT-AF TO WS-ROW-AF
               MOVE WS-TOT-UNITS TO WS-ROW-UNITS
               MOVE WS-TOT-SESSIONS TO WS-ROW-SESSIONS
               MOVE WS-TOT-BEVS TO WS-ROW-BEVS
               MOVE SPACES TO RPT-LINE
               MOVE "TOTAL" TO RPT-LINE(1:17)
               COMPUTE WS-LINE-PTR = WS-GROUP-COUNT * 17 + 1
               MOVE 1 TO WS-COLUMN-IDX
               PERFORM 0430-PRINT-COLUMN-CELL
                   UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT
               PERFORM 0490-PRINT-RPT-LINE
           END-IF.
           MOVE WS-GT-COUNT TO WS-NUM-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING TRIM(WS-NUM-OUT) DELIMITED BY SIZE
                   " GROUP(S)" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0490-PRINT-RPT-LINE.
           MOVE "C" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0410-HEAD-KEY-PART.
           EVALUATE WS-GROUP-BY(WS-GROUP-IDX)
               WHEN "WEEK"
                   MOVE "WEEK OF" TO RPT-LINE(WS-LINE-PTR:16)
               WHEN OTHER
                   MOVE WS-GROUP-BY(WS-GROUP-IDX)
                       TO RPT-LINE(WS-LINE-PTR:16)
           END-EVALUATE.
           ADD 17 TO WS-LINE-PTR.
           ADD 1 TO WS-GROUP-IDX.
       0415-HEAD-COLUMN.
      *    headings right-aligned over their figures
           MOVE SPACES TO WS-CELL.
           MOVE WS-COLUMN(WS-COLUMN-IDX) TO
               WS-CELL(10 - LENGTH(TRIM(WS-COLUMN(WS-COLUMN-IDX))):).
           MOVE WS-CELL TO RPT-LINE(WS-LINE-PTR:9).
           ADD 9 TO WS-LINE-PTR.
           ADD 1 TO WS-COLUMN-IDX.
       0420-PRINT-GROUP-ROW.
           MOVE SPACES TO RPT-LINE.
           MOVE 1 TO WS-LINE-PTR.
           MOVE 1 TO WS-GROUP-IDX.
           PERFORM 0425-PRINT-KEY-PART
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.
           PERFORM 0330-LOAD-ROW-FIGURES.
           MOVE 1 TO WS-COLUMN-IDX.
           PERFORM 0430-PRINT-COLUMN-CELL
               UNTIL WS-COLUMN-IDX > WS-COLUMN-COUNT.
           PERFORM 0490-PRINT-RPT-LINE.
           ADD 1 TO WS-GT-IDX.
       0425-PRINT-KEY-PART.
           MOVE GT-KEY-PART(WS-GT-IDX, WS-GROUP-IDX)
               TO RPT-LINE(WS-LINE-PTR:16).
           ADD 17 TO WS-LINE-PTR.
           ADD 1 TO WS-GROUP-IDX.
       0430-PRINT-COLUMN-CELL.
           MOVE WS-COLUMN(WS-COLUMN-IDX) TO WS-CELL.
           PERFORM 0340-COLUMN-VALUE.
           MOVE SPACES TO WS-CELL.
           IF WS-COLUMN(WS-COLUMN-IDX) = "UNITS"
                   OR WS-COLUMN(WS-COLUMN-IDX) = "AVGUNITS"
               MOVE WS-COL-VALUE TO WS-UNITS-OUT
               MOVE WS-UNITS-OUT TO WS-CELL(2:8)
           ELSE
               MOVE WS-COL-VALUE TO WS-COUNT-OUT
               MOVE WS-COUNT-OUT TO WS-CELL(2:8)
           END-IF.
           MOVE WS-CELL TO RPT-LINE(WS-LINE-PTR:9).
           ADD 9 TO WS-LINE-PTR.
           ADD 1 TO WS-COLUMN-IDX.
       0490-PRINT-RPT-LINE.
      *    every report line goes through the shared spool writer -
      *    console as before, plus the dated REPORTS member
           MOVE "L" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       9999-EXIT.
           STOP RUN.
