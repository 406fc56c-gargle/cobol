       IDENTIFICATION DIVISION.
       PROGRAM-ID. FEED-CHECK.
      * cobc -x -Wall feed-check.cob fstatmsg.cob opsjrnl.cob
      *                                       bierenv.cob -I copybooks
      *                                       -T feed-check.lst
      *
      * usage: feed-check layout [maximum-rejects]
      *   field-level content check, run after FEED-GATE and before
      * VARCOPY in nightly-batch.sh.  the gate proves the feed arrived
      * whole; this step proves what is inside it is fit to ingest,
      * so a date of 20261345, letters in an amount column or a
      * blank account field stop here instead of turning up in
      * somebody's output days later.
      *
      * the rules sit next to the fields in LAYOUTS.DEF, one CHECK
      * line per rule:
      *     CHECK layout field NUMERIC
      *     CHECK layout field DATE
      *     CHECK layout field RANGE low high
      *     CHECK layout field MANDATORY
      *     CHECK layout field ONEOF value,value,...
      * NUMERIC is digits only; DATE is a real yyyymmdd calendar
      * date; RANGE takes a number (sign and decimals allowed) between
      * low and high inclusive; ONEOF is an exact match against the
      * comma-separated list.  a blank field fails only MANDATORY -
      * the other rules are about what is there, not whether it is.
      * when the layout has RECTYPE lines each record is checked
      * against the rules of its own record layout, and a record
      * matching no RECTYPE is rejected.
      *
      * every failing field of a bad record goes to FEED.REJECTS as
      * "line field reason [value]".  bad records are left out and
      * the good ones replace DD_INFILE for VARCOPY, return code 4 -
      * unless there are more of them than maximum-rejects (default
      * 0, so by default one bad record is enough), in which case the
      * whole feed is quarantined the way FEED-GATE does it: moved to
      * <name>.QUARANTINE, nothing ingested, return code 16.  the feed
      * as sent is already in FEED.ARCH/ from the gate.  return code
      * 8 means LAYOUTS.DEF names a field for a CHECK that the layout
      * does not define (LAYOUT-CHECK says which).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EXPORT DD_INFILE=input-file in sh before running feed-check.exe
           SELECT INFILE ASSIGN TO "DD_INFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INFILE-STATUS.
           SELECT GOOD-FILE ASSIGN TO "FEED.GOOD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS GOOD-STATUS.
           SELECT REJECT-FILE ASSIGN TO "FEED.REJECTS"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REJECT-STATUS.
           SELECT LAYOUT-DEFS ASSIGN TO "LAYOUTS.DEF"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS DEF-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  INFILE
           RECORD IS VARYING IN SIZE
           FROM 0 TO 32768 DEPENDING ON INFILE-SIZE.
       01  INFILEIN.
           02  PIC X OCCURS 0 TO 32768 DEPENDING ON INFILE-SIZE.
       FD  GOOD-FILE
           RECORD IS VARYING IN SIZE
           FROM 0 TO 32768 DEPENDING ON GOOD-SIZE.
       01  GOOD-RECORD.
           02  PIC X OCCURS 0 TO 32768 DEPENDING ON GOOD-SIZE.
       FD  REJECT-FILE.
       01  REJECT-LINE                            PIC X(160).
       FD  LAYOUT-DEFS.
       01  DEF-LINE                               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  INFILE-STATUS                          PIC XX.
           88  INFILE-OK                          VALUE "00".
           88  INFILE-EOF                         VALUE "10".
       01  INFILE-SIZE                            PIC 9(5).
       01  GOOD-STATUS                            PIC XX.
           88  GOOD-OK                            VALUE "00".
       01  GOOD-SIZE                              PIC 9(5).
       01  REJECT-STATUS                          PIC XX.
           88  REJECT-OK                          VALUE "00".
       01  DEF-STAT                               PIC XX.
       01  FIELD-DEF-TABLE.
           03  DF-ENTRY OCCURS 60 TIMES.
               05  DF-LAYOUT                      PIC X(08).
               05  DF-NAME                        PIC X(12).
               05  DF-START                       PIC 9(05).
               05  DF-LENGTH                      PIC 9(05).
       01  RECORD-TYPE-TABLE.
           03  RT-ENTRY OCCURS 10 TIMES.
               05  RT-CODE                        PIC X(12).
               05  RT-START                       PIC 9(05).
               05  RT-LENGTH                      PIC 9(05).
               05  RT-LAYOUT                      PIC X(08).
      * one entry per CHECK line; CR-START/CR-LENGTH are filled in
      * from the FIELD lines once the whole file has been read, and
      * only for the rules of the layouts this feed uses
       01  CHECK-RULE-TABLE.
           03  CR-ENTRY OCCURS 100 TIMES.
               05  CR-LAYOUT                      PIC X(08).
               05  CR-FIELD                       PIC X(12).
               05  CR-RULE                        PIC X(10).
                   88  CR-NUMERIC                 VALUE "NUMERIC".
                   88  CR-DATE                    VALUE "DATE".
                   88  CR-RANGE                   VALUE "RANGE".
                   88  CR-MANDATORY               VALUE "MANDATORY".
                   88  CR-ONEOF                   VALUE "ONEOF".
               05  CR-ARG-1                       PIC X(60).
               05  CR-ARG-2                       PIC X(20).
               05  CR-LOW                         PIC S9(11)V9(4).
               05  CR-HIGH                        PIC S9(11)V9(4).
               05  CR-START                       PIC 9(05).
               05  CR-LENGTH                      PIC 9(05).
               05  CR-IN-USE                      PIC X(01).
                   88  CR-USED                    VALUE "Y".
               05  CR-FAIL-COUNT                  PIC 9(07).
       01  DEF-LINE-TOKENS.
           03  DT-KEYWORD                         PIC X(08).
           03  DT-TOKEN-2                         PIC X(12).
           03  DT-TOKEN-3                         PIC X(12).
           03  DT-TOKEN-4                         PIC X(12).
           03  DT-TOKEN-5                         PIC X(60).
           03  DT-TOKEN-6                         PIC X(20).
       77  WS-FIELD-COUNT                         PIC 9(02) VALUE 0.
       77  WS-RT-COUNT                            PIC 9(02) VALUE 0.
       77  WS-RT-IDX                              PIC 9(02).
       77  WS-RULE-COUNT                          PIC 9(03) VALUE 0.
       77  WS-RULE-IDX                            PIC 9(03).
       77  WS-USED-COUNT                          PIC 9(03) VALUE 0.
       77  WS-WORK-IDX                            PIC 9(02).
       77  WS-ARG-LAYOUT                          PIC X(08).
       77  WS-ARG-MAXIMUM                         PIC X(09).
       77  WS-REJECT-MAXIMUM                      PIC 9(07) VALUE 0.
       77  WS-DEF-NUMBER                          PIC 9(05).
       77  WS-DEF-NUMBER-2                        PIC 9(05).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-BAD-SW                              PIC X(01).
           88  WS-RECORD-BAD                      VALUE "Y".
       77  WS-CONFIG-SW                           PIC X(01) VALUE "N".
           88  WS-CONFIG-BAD                      VALUE "Y".
       77  WS-CUR-LAYOUT                          PIC X(08).
       77  WS-LINE                                PIC X(32768).
       77  WS-FIELD-VALUE                         PIC X(256).
       77  WS-VALUE-LENGTH                        PIC 9(05).
       77  WS-DATE-NUMBER                         PIC 9(08).
       77  WS-AMOUNT                              PIC S9(11)V9(4).
       77  WS-LIST-WORK                           PIC X(64).
       77  WS-NEEDLE                              PIC X(258).
       77  WS-LIST-HITS                           PIC 9(03).
       77  WS-REASON                              PIC X(80).
       77  WS-REJECT-FIELD                        PIC X(12).
       77  WS-LINE-COUNTER                        PIC 9(07) VALUE 0.
       77  WS-GOOD-COUNTER                        PIC 9(07) VALUE 0.
       77  WS-REJECT-COUNTER                      PIC 9(07) VALUE 0.
       77  WS-INFILE-NAME                         PIC X(128).
       77  WS-SYSTEM-CMD                          PIC X(300).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
                                                  VALUE "FEEDCHK ".
       77  WS-OPS-FILE-NAME                       PIC X(16).
       77  WS-OPS-RETURN-CODE                     PIC 9(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-ARGUMENTS.
           PERFORM 0006-LOAD-LAYOUT-DEFS.
           PERFORM 0020-MARK-FEED-RULES.
           IF WS-CONFIG-BAD
               DISPLAY "LAYOUTS.DEF CHECK RULES FOR "
                       TRIM(WS-ARG-LAYOUT) " ARE BROKEN - FEED NOT "
                       "CHECKED, NOTHING INGESTED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-USED-COUNT = 0
               DISPLAY "NO CHECK RULES FOR " TRIM(WS-ARG-LAYOUT)
                       " IN LAYOUTS.DEF - FEED PASSED UNCHECKED."
               MOVE 0 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0008-OPEN-FILES.
       0010-READ-FILE.
           READ INFILE AT END GO TO 0030-END-OF-FEED.
           IF NOT INFILE-OK AND NOT INFILE-EOF
               CALL "FSTATMSG" USING INFILE-STATUS WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               MOVE "DD_INFILE" TO WS-OPS-FILE-NAME
               MOVE 16 TO WS-OPS-RETURN-CODE
               CALL "OPSJRNL" USING WS-OPS-PROGRAM
                   WS-OPS-FILE-NAME INFILE-STATUS
                   WS-FSTAT-MESSAGE WS-OPS-RETURN-CODE
               DISPLAY "DD_INFILE: " WS-FSTAT-MESSAGE " (STATUS "
                       INFILE-STATUS ")"
               CLOSE INFILE GOOD-FILE REJECT-FILE
               CALL "SYSTEM" USING "rm -f FEED.GOOD"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-LINE-COUNTER.
           MOVE SPACES TO WS-LINE.
           IF INFILE-SIZE > 0
               MOVE INFILEIN(1:INFILE-SIZE) TO WS-LINE(1:INFILE-SIZE)
           END-IF.
           MOVE "N" TO WS-BAD-SW.
           PERFORM 0100-FIND-RECORD-LAYOUT.
           IF WS-CUR-LAYOUT NOT = SPACES
               MOVE 1 TO WS-RULE-IDX
               PERFORM 0120-APPLY-ONE-RULE
                   UNTIL WS-RULE-IDX > WS-RULE-COUNT
           END-IF.
           IF WS-RECORD-BAD
               ADD 1 TO WS-REJECT-COUNTER
               GO TO 0010-READ-FILE
           END-IF.
           MOVE INFILE-SIZE TO GOOD-SIZE.
           IF GOOD-SIZE > 0
               MOVE WS-LINE(1:GOOD-SIZE) TO GOOD-RECORD(1:GOOD-SIZE)
           END-IF.
           WRITE GOOD-RECORD.
           IF NOT GOOD-OK
               CALL "FSTATMSG" USING GOOD-STATUS WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               MOVE "FEED.GOOD" TO WS-OPS-FILE-NAME
               MOVE 16 TO WS-OPS-RETURN-CODE
               CALL "OPSJRNL" USING WS-OPS-PROGRAM
                   WS-OPS-FILE-NAME GOOD-STATUS
                   WS-FSTAT-MESSAGE WS-OPS-RETURN-CODE
               DISPLAY "FEED.GOOD: " WS-FSTAT-MESSAGE " (STATUS "
                       GOOD-STATUS ")"
               CLOSE INFILE GOOD-FILE REJECT-FILE
               CALL "SYSTEM" USING "rm -f FEED.GOOD"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-GOOD-COUNTER.
           GO TO 0010-READ-FILE.
       0030-END-OF-FEED.
           CLOSE INFILE.
           CLOSE GOOD-FILE.
           CLOSE REJECT-FILE.
           DISPLAY WS-LINE-COUNTER " RECORDS CHECKED AGAINST "
                   WS-USED-COUNT " RULE(S).".
           DISPLAY WS-GOOD-COUNTER " RECORDS GOOD.".
           DISPLAY WS-REJECT-COUNTER " RECORDS REJECTED TO "
                   "FEED.REJECTS.".
           MOVE 1 TO WS-RULE-IDX.
           PERFORM 0300-REPORT-ONE-RULE
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
           IF WS-REJECT-COUNTER > WS-REJECT-MAXIMUM
               PERFORM 0200-QUARANTINE-FEED
           END-IF.
      *    at or under the threshold: VARCOPY gets the good records
      *    only, the bad ones wait on FEED.REJECTS to be resent
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "mv FEED.GOOD " DELIMITED BY SIZE
                   TRIM(WS-INFILE-NAME) DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           IF WS-REJECT-COUNTER > 0
               DISPLAY "FEED CHECK PASSED WITH " WS-REJECT-COUNTER
                       " REJECT(S), AT MOST " WS-REJECT-MAXIMUM
                       " ALLOWED - SEE FEED.REJECTS."
               MOVE 4 TO RETURN-CODE
           ELSE
               DISPLAY "FEED CHECK PASSED: EVERY RECORD IS CLEAN."
               MOVE 0 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.
       0005-GET-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-LAYOUT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-LAYOUT
           END-ACCEPT.
           IF WS-ARG-LAYOUT = SPACES
               DISPLAY "USAGE: FEED-CHECK LAYOUT [MAXIMUM-REJECTS]"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO WS-ARG-MAXIMUM.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-MAXIMUM FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-MAXIMUM
           END-ACCEPT.
           IF WS-ARG-MAXIMUM NOT = SPACES
               IF TEST-NUMVAL(WS-ARG-MAXIMUM) NOT = 0
                   DISPLAY "MAXIMUM-REJECTS MUST BE A NUMBER: "
                           TRIM(WS-ARG-MAXIMUM)
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               COMPUTE WS-REJECT-MAXIMUM = NUMVAL(WS-ARG-MAXIMUM)
           END-IF.
           MOVE SPACES TO WS-INFILE-NAME.
           DISPLAY "DD_INFILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-INFILE-NAME FROM ENVIRONMENT-VALUE.
           IF WS-INFILE-NAME = SPACES
               MOVE "DD_INFILE" TO WS-INFILE-NAME
           END-IF.
       0006-LOAD-LAYOUT-DEFS.
           OPEN INPUT LAYOUT-DEFS.
           IF DEF-STAT NOT = "00"
               DISPLAY "LAYOUTS.DEF IS NEEDED FOR THE FEED CHECK "
                       "AND COULD NOT BE OPENED (STATUS " DEF-STAT
                       ")"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0006-READ-DEF-LINE
               UNTIL DEF-STAT = "10".
           CLOSE LAYOUT-DEFS.
       0006-READ-DEF-LINE.
           READ LAYOUT-DEFS
               AT END
                   MOVE "10" TO DEF-STAT
               NOT AT END
                   PERFORM 0007-PARSE-DEF-LINE
           END-READ.
       0007-PARSE-DEF-LINE.
      *    LAYOUT widths do not matter here - each field is cut by
      *    position, the same as READ-EXTRACT does it
           MOVE SPACES TO DEF-LINE-TOKENS.
           UNSTRING DEF-LINE DELIMITED BY ALL SPACE
               INTO DT-KEYWORD DT-TOKEN-2 DT-TOKEN-3 DT-TOKEN-4
                    DT-TOKEN-5 DT-TOKEN-6.
           EVALUATE DT-KEYWORD
               WHEN "FIELD"
                   PERFORM 0007-TAKE-FIELD-LINE
               WHEN "RECTYPE"
                   IF DT-TOKEN-2 = WS-ARG-LAYOUT
                       PERFORM 0007-TAKE-RECTYPE-LINE
                   END-IF
               WHEN "CHECK"
                   PERFORM 0007-TAKE-CHECK-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
       0007-TAKE-FIELD-LINE.
           IF WS-FIELD-COUNT < 60
               COMPUTE WS-DEF-NUMBER = NUMVAL(DT-TOKEN-4)
               COMPUTE WS-DEF-NUMBER-2 = NUMVAL(DT-TOKEN-5)
               IF WS-DEF-NUMBER >= 1 AND WS-DEF-NUMBER-2 >= 1
                       AND WS-DEF-NUMBER + WS-DEF-NUMBER-2 <= 257
                   ADD 1 TO WS-FIELD-COUNT
                   MOVE DT-TOKEN-2 TO DF-LAYOUT(WS-FIELD-COUNT)
                   MOVE DT-TOKEN-3 TO DF-NAME(WS-FIELD-COUNT)
                   MOVE WS-DEF-NUMBER TO DF-START(WS-FIELD-COUNT)
                   MOVE WS-DEF-NUMBER-2 TO DF-LENGTH(WS-FIELD-COUNT)
               END-IF
           END-IF.
       0007-TAKE-RECTYPE-LINE.
           IF WS-RT-COUNT < 10
               COMPUTE WS-DEF-NUMBER = NUMVAL(DT-TOKEN-4)
               COMPUTE WS-DEF-NUMBER-2 = NUMVAL(DT-TOKEN-5)
               IF WS-DEF-NUMBER >= 1 AND WS-DEF-NUMBER-2 >= 1
                       AND WS-DEF-NUMBER-2 <= 12
                       AND WS-DEF-NUMBER + WS-DEF-NUMBER-2 <= 257
                       AND DT-TOKEN-3 NOT = SPACES
                       AND DT-TOKEN-6 NOT = SPACES
                   ADD 1 TO WS-RT-COUNT
                   MOVE DT-TOKEN-3 TO RT-CODE(WS-RT-COUNT)
                   MOVE WS-DEF-NUMBER TO RT-START(WS-RT-COUNT)
                   MOVE WS-DEF-NUMBER-2 TO RT-LENGTH(WS-RT-COUNT)
                   MOVE DT-TOKEN-6 TO RT-LAYOUT(WS-RT-COUNT)
               END-IF
           END-IF.
       0007-TAKE-CHECK-LINE.
           IF WS-RULE-COUNT < 100
               ADD 1 TO WS-RULE-COUNT
               MOVE DT-TOKEN-2 TO CR-LAYOUT(WS-RULE-COUNT)
               MOVE DT-TOKEN-3 TO CR-FIELD(WS-RULE-COUNT)
               MOVE DT-TOKEN-4 TO CR-RULE(WS-RULE-COUNT)
               MOVE DT-TOKEN-5 TO CR-ARG-1(WS-RULE-COUNT)
               MOVE DT-TOKEN-6 TO CR-ARG-2(WS-RULE-COUNT)
               MOVE 0 TO CR-LOW(WS-RULE-COUNT)
               MOVE 0 TO CR-HIGH(WS-RULE-COUNT)
               MOVE 0 TO CR-START(WS-RULE-COUNT)
               MOVE 0 TO CR-LENGTH(WS-RULE-COUNT)
               MOVE 0 TO CR-FAIL-COUNT(WS-RULE-COUNT)
               MOVE "N" TO CR-IN-USE(WS-RULE-COUNT)
           ELSE
               DISPLAY "LAYOUTS.DEF HAS MORE THAN 100 CHECK LINES, "
                       "IGNORING " TRIM(DT-TOKEN-2) " "
                       TRIM(DT-TOKEN-3)
           END-IF.
       0008-OPEN-FILES.
           OPEN INPUT INFILE.
           IF NOT INFILE-OK
               CALL "FSTATMSG" USING INFILE-STATUS WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               MOVE "DD_INFILE" TO WS-OPS-FILE-NAME
               MOVE 16 TO WS-OPS-RETURN-CODE
               CALL "OPSJRNL" USING WS-OPS-PROGRAM
                   WS-OPS-FILE-NAME INFILE-STATUS
                   WS-FSTAT-MESSAGE WS-OPS-RETURN-CODE
               DISPLAY "FEED " TRIM(WS-INFILE-NAME) ": "
                       WS-FSTAT-MESSAGE " (STATUS " INFILE-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN OUTPUT GOOD-FILE.
           OPEN OUTPUT REJECT-FILE.
           IF NOT GOOD-OK OR NOT REJECT-OK
               DISPLAY "FEED.GOOD/FEED.REJECTS COULD NOT BE OPENED "
                       "(STATUS " GOOD-STATUS "/" REJECT-STATUS ")"
               CLOSE INFILE GOOD-FILE REJECT-FILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE SPACES TO REJECT-LINE.
           STRING "LINE    FIELD        REASON [VALUE] - FEED "
                       DELIMITED BY SIZE
                   TRIM(WS-INFILE-NAME) DELIMITED BY SIZE
                   " LAYOUT " DELIMITED BY SIZE
                   TRIM(WS-ARG-LAYOUT) DELIMITED BY SIZE
               INTO REJECT-LINE.
           WRITE REJECT-LINE.
       0020-MARK-FEED-RULES.
      *    a feed without RECTYPE lines uses its own layout's rules;
      *    a multi-record feed uses those of its record layouts
           MOVE 1 TO WS-RULE-IDX.
           PERFORM 0025-MARK-ONE-RULE
               UNTIL WS-RULE-IDX > WS-RULE-COUNT.
       0025-MARK-ONE-RULE.
           MOVE "N" TO WS-FOUND-SW.
           IF WS-RT-COUNT = 0
               IF CR-LAYOUT(WS-RULE-IDX) = WS-ARG-LAYOUT
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           ELSE
               MOVE 1 TO WS-RT-IDX
               PERFORM 0026-MATCH-RULE-TYPE
                   UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-FOUND-YES
           END-IF.
           IF WS-FOUND-YES
               MOVE "Y" TO CR-IN-USE(WS-RULE-IDX)
               ADD 1 TO WS-USED-COUNT
               PERFORM 0027-RESOLVE-RULE-FIELD
               PERFORM 0028-EDIT-RULE-ARGUMENTS
           END-IF.
           ADD 1 TO WS-RULE-IDX.
       0026-MATCH-RULE-TYPE.
           IF RT-LAYOUT(WS-RT-IDX) = CR-LAYOUT(WS-RULE-IDX)
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-RT-IDX
           END-IF.
       0027-RESOLVE-RULE-FIELD.
           MOVE 1 TO WS-WORK-IDX.
           PERFORM 0029-FIND-RULE-FIELD
               UNTIL WS-WORK-IDX > WS-FIELD-COUNT
                  OR CR-START(WS-RULE-IDX) > 0.
           IF CR-START(WS-RULE-IDX) = 0
               DISPLAY "CHECK " TRIM(CR-LAYOUT(WS-RULE-IDX)) " "
                       TRIM(CR-FIELD(WS-RULE-IDX))
                       ": NO SUCH FIELD ON THE LAYOUT"
               MOVE "Y" TO WS-CONFIG-SW
           END-IF.
       0028-EDIT-RULE-ARGUMENTS.
           EVALUATE TRUE
               WHEN CR-NUMERIC(WS-RULE-IDX)
               WHEN CR-DATE(WS-RULE-IDX)
               WHEN CR-MANDATORY(WS-RULE-IDX)
                   CONTINUE
               WHEN CR-RANGE(WS-RULE-IDX)
                   IF TEST-NUMVAL(CR-ARG-1(WS-RULE-IDX)) NOT = 0
                           OR TEST-NUMVAL(CR-ARG-2(WS-RULE-IDX))
                              NOT = 0
                       DISPLAY "CHECK " TRIM(CR-LAYOUT(WS-RULE-IDX))
                               " " TRIM(CR-FIELD(WS-RULE-IDX))
                               ": RANGE NEEDS A NUMERIC LOW AND HIGH"
                       MOVE "Y" TO WS-CONFIG-SW
                   ELSE
                       COMPUTE CR-LOW(WS-RULE-IDX) =
                               NUMVAL(CR-ARG-1(WS-RULE-IDX))
                       COMPUTE CR-HIGH(WS-RULE-IDX) =
                               NUMVAL(CR-ARG-2(WS-RULE-IDX))
                   END-IF
               WHEN CR-ONEOF(WS-RULE-IDX)
                   IF CR-ARG-1(WS-RULE-IDX) = SPACES
                       DISPLAY "CHECK " TRIM(CR-LAYOUT(WS-RULE-IDX))
                               " " TRIM(CR-FIELD(WS-RULE-IDX))
                               ": ONEOF NEEDS A LIST OF VALUES"
                       MOVE "Y" TO WS-CONFIG-SW
                   END-IF
               WHEN OTHER
                   DISPLAY "CHECK " TRIM(CR-LAYOUT(WS-RULE-IDX)) " "
                           TRIM(CR-FIELD(WS-RULE-IDX))
                           ": UNKNOWN RULE "
                           TRIM(CR-RULE(WS-RULE-IDX))
                   MOVE "Y" TO WS-CONFIG-SW
           END-EVALUATE.
       0029-FIND-RULE-FIELD.
           IF DF-LAYOUT(WS-WORK-IDX) = CR-LAYOUT(WS-RULE-IDX)
                   AND DF-NAME(WS-WORK-IDX) = CR-FIELD(WS-RULE-IDX)
               MOVE DF-START(WS-WORK-IDX) TO CR-START(WS-RULE-IDX)
               MOVE DF-LENGTH(WS-WORK-IDX) TO CR-LENGTH(WS-RULE-IDX)
           ELSE
               ADD 1 TO WS-WORK-IDX
           END-IF.
       0100-FIND-RECORD-LAYOUT.
           IF WS-RT-COUNT = 0
               MOVE WS-ARG-LAYOUT TO WS-CUR-LAYOUT
           ELSE
               MOVE SPACES TO WS-CUR-LAYOUT
               MOVE 1 TO WS-RT-IDX
               PERFORM 0105-MATCH-RECORD-TYPE
                   UNTIL WS-RT-IDX > WS-RT-COUNT
                      OR WS-CUR-LAYOUT NOT = SPACES
               IF WS-CUR-LAYOUT = SPACES
                   MOVE "(RECTYPE)" TO WS-REJECT-FIELD
                   MOVE SPACES TO WS-REASON
                   STRING "MATCHES NO RECTYPE OF " DELIMITED BY SIZE
                           TRIM(WS-ARG-LAYOUT) DELIMITED BY SIZE
                       INTO WS-REASON
                   MOVE WS-LINE(1:12) TO WS-FIELD-VALUE
                   PERFORM 0190-WRITE-REJECT
               END-IF
           END-IF.
       0105-MATCH-RECORD-TYPE.
           IF WS-LINE(RT-START(WS-RT-IDX):RT-LENGTH(WS-RT-IDX))
                   = RT-CODE(WS-RT-IDX)
               MOVE RT-LAYOUT(WS-RT-IDX) TO WS-CUR-LAYOUT
           ELSE
               ADD 1 TO WS-RT-IDX
           END-IF.
       0120-APPLY-ONE-RULE.
           IF CR-USED(WS-RULE-IDX)
                   AND CR-LAYOUT(WS-RULE-IDX) = WS-CUR-LAYOUT
               MOVE SPACES TO WS-FIELD-VALUE
               MOVE WS-LINE(CR-START(WS-RULE-IDX):
                            CR-LENGTH(WS-RULE-IDX))
                   TO WS-FIELD-VALUE
               MOVE 0 TO WS-VALUE-LENGTH
               IF WS-FIELD-VALUE NOT = SPACES
                   MOVE TRIM(WS-FIELD-VALUE) TO WS-FIELD-VALUE
                   COMPUTE WS-VALUE-LENGTH =
                           LENGTH(TRIM(WS-FIELD-VALUE))
               END-IF
               MOVE SPACES TO WS-REASON
               EVALUATE TRUE
                   WHEN CR-MANDATORY(WS-RULE-IDX)
                       IF WS-VALUE-LENGTH = 0
                           MOVE "BLANK BUT MANDATORY" TO WS-REASON
                       END-IF
                   WHEN WS-VALUE-LENGTH = 0
                       CONTINUE
                   WHEN CR-NUMERIC(WS-RULE-IDX)
                       IF WS-FIELD-VALUE(1:WS-VALUE-LENGTH)
                               NOT NUMERIC
                           MOVE "NOT NUMERIC" TO WS-REASON
                       END-IF
                   WHEN CR-DATE(WS-RULE-IDX)
                       PERFORM 0130-CHECK-DATE
                   WHEN CR-RANGE(WS-RULE-IDX)
                       PERFORM 0140-CHECK-RANGE
                   WHEN CR-ONEOF(WS-RULE-IDX)
                       PERFORM 0150-CHECK-ONEOF
               END-EVALUATE
               IF WS-REASON NOT = SPACES
                   ADD 1 TO CR-FAIL-COUNT(WS-RULE-IDX)
                   MOVE CR-FIELD(WS-RULE-IDX) TO WS-REJECT-FIELD
                   PERFORM 0190-WRITE-REJECT
               END-IF
           END-IF.
           ADD 1 TO WS-RULE-IDX.
       0130-CHECK-DATE.
           IF WS-VALUE-LENGTH NOT = 8
                   OR WS-FIELD-VALUE(1:8) NOT NUMERIC
               MOVE "NOT A YYYYMMDD DATE" TO WS-REASON
           ELSE
               MOVE WS-FIELD-VALUE(1:8) TO WS-DATE-NUMBER
               IF TEST-DATE-YYYYMMDD(WS-DATE-NUMBER) NOT = 0
                   MOVE "NO SUCH CALENDAR DATE" TO WS-REASON
               END-IF
           END-IF.
       0140-CHECK-RANGE.
           IF TEST-NUMVAL(WS-FIELD-VALUE(1:WS-VALUE-LENGTH)) NOT = 0
               MOVE "NOT A NUMBER" TO WS-REASON
           ELSE
               COMPUTE WS-AMOUNT =
                       NUMVAL(WS-FIELD-VALUE(1:WS-VALUE-LENGTH))
               IF WS-AMOUNT < CR-LOW(WS-RULE-IDX)
                       OR WS-AMOUNT > CR-HIGH(WS-RULE-IDX)
                   STRING "OUTSIDE RANGE " DELIMITED BY SIZE
                           TRIM(CR-ARG-1(WS-RULE-IDX))
                               DELIMITED BY SIZE
                           " TO " DELIMITED BY SIZE
                           TRIM(CR-ARG-2(WS-RULE-IDX))
                               DELIMITED BY SIZE
                       INTO WS-REASON
               END-IF
           END-IF.
       0150-CHECK-ONEOF.
      *    ",value," against ",list," - so PIL never matches PILS
           MOVE SPACES TO WS-LIST-WORK.
           STRING "," DELIMITED BY SIZE
                   TRIM(CR-ARG-1(WS-RULE-IDX)) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
               INTO WS-LIST-WORK.
           MOVE SPACES TO WS-NEEDLE.
           STRING "," DELIMITED BY SIZE
                   WS-FIELD-VALUE(1:WS-VALUE-LENGTH) DELIMITED BY SIZE
                   "," DELIMITED BY SIZE
               INTO WS-NEEDLE.
           MOVE 0 TO WS-LIST-HITS.
           IF WS-VALUE-LENGTH < 63
               INSPECT WS-LIST-WORK TALLYING WS-LIST-HITS
                   FOR ALL WS-NEEDLE(1:WS-VALUE-LENGTH + 2)
           END-IF.
           IF WS-LIST-HITS = 0
               STRING "NOT ONE OF " DELIMITED BY SIZE
                       TRIM(CR-ARG-1(WS-RULE-IDX)) DELIMITED BY SIZE
                   INTO WS-REASON
           END-IF.
       0190-WRITE-REJECT.
           MOVE "Y" TO WS-BAD-SW.
           MOVE SPACES TO REJECT-LINE.
           STRING WS-LINE-COUNTER DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-REJECT-FIELD DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-REASON) DELIMITED BY SIZE
                   " [" DELIMITED BY SIZE
                   TRIM(WS-FIELD-VALUE TRAILING) DELIMITED BY SIZE
                   "]" DELIMITED BY SIZE
               INTO REJECT-LINE.
           WRITE REJECT-LINE.
       0200-QUARANTINE-FEED.
           CALL "SYSTEM" USING "rm -f FEED.GOOD".
           MOVE SPACES TO WS-SYSTEM-CMD.
           STRING "mv " DELIMITED BY SIZE
                   TRIM(WS-INFILE-NAME) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-INFILE-NAME) DELIMITED BY SIZE
                   ".QUARANTINE" DELIMITED BY SIZE
               INTO WS-SYSTEM-CMD.
           CALL "SYSTEM" USING WS-SYSTEM-CMD.
           DISPLAY "FEED CHECK FAILED: " WS-REJECT-COUNTER
                   " BAD RECORD(S), AT MOST " WS-REJECT-MAXIMUM
                   " ALLOWED - SEE FEED.REJECTS".
           DISPLAY "FEED MOVED TO " TRIM(WS-INFILE-NAME)
                   ".QUARANTINE - NOTHING INGESTED.".
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0300-REPORT-ONE-RULE.
           IF CR-USED(WS-RULE-IDX)
               DISPLAY "CHECK " CR-LAYOUT(WS-RULE-IDX) " "
                       CR-FIELD(WS-RULE-IDX) " "
                       CR-RULE(WS-RULE-IDX) ": "
                       CR-FAIL-COUNT(WS-RULE-IDX) " FAILED."
           END-IF.
           ADD 1 TO WS-RULE-IDX.
       9999-EXIT.
           STOP RUN.
