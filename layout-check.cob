       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYOUT-CHECK.
      * cobc -x -Wall layout-check.cob
      *               bierenv.cob -I copybooks -T layout-check.lst
      *
      * verification gate for LAYOUTS.DEF, run in nightly-batch.sh
      * ahead of the feed steps so a bad edit surfaces here with a
      * clear message instead of at 02:00 as garbage columns in
      * READ-FILE or READ-EXTRACT.  the file is parsed exactly the
      * way those programs parse it (LAYOUT name length [code-page]
      * / FIELD layout field start length [type [decimals]] /
      * RECTYPE feed code start length layout, leading * for
      * comments) and every line is checked for the ways the last bad
      * edit got in:
      *   - a LAYOUT width outside 1-256, the same layout name
      *     defined twice in the file, or a code page other than
      *     ASCII or EBCDIC;
      *   - a FIELD pointing at a layout nobody defined (the four
      *     built-ins NARROW/STANDARD/WIDE/EXTRACT count as defined);
      *   - a FIELD whose start plus length runs past its layout's
      *     length, or off the 256-byte record buffer;
      *   - two fields with one name on the same layout;
      *   - two fields of the same layout overlapping in columns;
      *   - a FIELD type READ-EXTRACT cannot decode at that length
      *     (CHAR, ZONED up to 18 bytes, PACKED 1-9, BINARY 2/4/8),
      *     or more implied decimals than the field has digits;
      *   - a RECTYPE whose feed or record layout nobody defined,
      *     whose code is blank or wider than its columns (at most
      *     12), whose columns run past the feed layout's length, or
      *     whose record layout has no FIELD lines to extract;
      *   - the same code in the same columns twice for one feed, or
      *     more than the 10 record types READ-EXTRACT takes per feed;
      *   - a CHECK (FEED-CHECK's content rules: CHECK layout field
      *     NUMERIC / DATE / RANGE low high / MANDATORY / ONEOF list)
      *     on a field the layout does not define, with a rule name
      *     FEED-CHECK does not know, a RANGE whose low and high are
      *     not numbers or are the wrong way round, a ONEOF with no
      *     list, a DATE on a field too narrow for yyyymmdd, or any
      *     rule on a field FEED-CHECK cannot read as text (an
      *     EBCDIC layout, or a ZONED, PACKED or BINARY field).
      * a layout-by-layout summary is printed and the run exits with
      * return code 8 when anything is wrong, so run_step stops the
      * batch before the extract trusts the file.  no LAYOUTS.DEF at
       FD  LAYOUT-DEFS.
       01  DEF-LINE                               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
      * the same built-in four READ-FILE compiles in - a FIELD may
      * point at them without the file defining them
       01  WS-KNOWN-LAYOUTS.
               05  LW-LENGTH                      PIC 9(05).
               05  LW-FIELD-COUNT                 PIC 9(02).
               05  LW-ERROR-COUNT                 PIC 9(03).
               05  LW-TYPE-COUNT                  PIC 9(02).
               05  LW-CODE-PAGE                   PIC X(08).
       01  FIELD-DEF-TABLE.
           03  DF-ENTRY OCCURS 60 TIMES.
               05  DF-LAYOUT                      PIC X(08).
               05  DF-NAME                        PIC X(12).
               05  DF-START                       PIC 9(05).
               05  DF-LENGTH                      PIC 9(05).
               05  DF-TYPE                        PIC X(12).
               05  DF-DECIMALS                    PIC X(12).
       01  DEF-LINE-TOKENS.
           03  DT-KEYWORD                         PIC X(08).
           03  DT-TOKEN-2                         PIC X(12).
           03  DT-TOKEN-3                         PIC X(12).
           03  DT-TOKEN-4                         PIC X(12).
           03  DT-TOKEN-5                         PIC X(12).
           03  DT-TOKEN-6                         PIC X(12).
           03  DT-TOKEN-7                         PIC X(12).
       01  RECORD-TYPE-TABLE.
           03  RT-ENTRY OCCURS 40 TIMES.
               05  RT-FEED                        PIC X(08).
               05  RT-CODE                        PIC X(12).
               05  RT-START                       PIC 9(05).
               05  RT-LENGTH                      PIC 9(05).
               05  RT-LAYOUT                      PIC X(08).
               05  RT-LINE-NUMBER                 PIC 9(05).
       01  CHECK-RULE-TABLE.
           03  CK-ENTRY OCCURS 100 TIMES.
               05  CK-LAYOUT                      PIC X(08).
               05  CK-FIELD                       PIC X(12).
               05  CK-RULE                        PIC X(12).
               05  CK-LOW                         PIC X(12).
               05  CK-HIGH                        PIC X(12).
               05  CK-LINE-NUMBER                 PIC 9(05).
       77  WS-CK-COUNT                            PIC 9(03) VALUE 0.
       77  WS-CK-IDX                              PIC 9(03).
       77  WS-RT-COUNT                            PIC 9(02) VALUE 0.
       77  WS-RT-IDX                              PIC 9(02).
       77  WS-RT-SCAN                             PIC 9(02).
       77  WS-RT-SAME-FEED                        PIC 9(02).
       77  WS-RESOLVE-NAME                        PIC X(08).
       77  WS-CODE-LENGTH                         PIC 9(02).
       77  WS-LAYOUT-COUNT                        PIC 9(02) VALUE 0.
       77  WS-FIELD-COUNT                         PIC 9(02) VALUE 0.
       77  WS-LINE-NUMBER                         PIC 9(05) VALUE 0.
       77  WS-LAYOUT-LENGTH                       PIC 9(05).
       77  WS-END-COLUMN                          PIC 9(06).
       77  WS-END-COLUMN-2                        PIC 9(06).
       77  WS-DIGIT-LIMIT                         PIC 9(02).
       77  WS-DECIMALS                            PIC 9(02).
       77  WS-CODE-PAGE                           PIC X(08).
       77  DEF-STAT                                PIC X(02).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           OPEN INPUT LAYOUT-DEFS.
           IF DEF-STAT NOT = "00"
               DISPLAY "NO LAYOUTS.DEF ON THE WORKING DIRECTORY - "
               UNTIL DEF-STAT = "10".
           CLOSE LAYOUT-DEFS.
           PERFORM 0300-CHECK-FIELDS.
           PERFORM 0500-CHECK-RECORD-TYPES.
           PERFORM 0600-CHECK-CONTENT-RULES.
           PERFORM 0400-DISPLAY-SUMMARY.
           IF WS-ERROR-COUNT > 0
               DISPLAY WS-ERROR-COUNT " PROBLEM(S) IN LAYOUTS.DEF - "
           MOVE SPACES TO DEF-LINE-TOKENS.
           UNSTRING DEF-LINE DELIMITED BY ALL SPACE
               INTO DT-KEYWORD DT-TOKEN-2 DT-TOKEN-3 DT-TOKEN-4
                    DT-TOKEN-5 DT-TOKEN-6 DT-TOKEN-7.
           EVALUATE DT-KEYWORD
               WHEN "LAYOUT"
                   PERFORM 0110-TAKE-LAYOUT-LINE
               WHEN "FIELD"
                   PERFORM 0120-TAKE-FIELD-LINE
               WHEN "RECTYPE"
                   PERFORM 0130-TAKE-RECTYPE-LINE
               WHEN "CHECK"
                   PERFORM 0140-TAKE-CHECK-LINE
               WHEN OTHER
      *            comments and anything else are passed over, the
      *            same stance 0009-PARSE-DEF-LINE in read-file takes
                       UPON TERM
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           IF DT-TOKEN-4 NOT = SPACES AND DT-TOKEN-4 NOT = "ASCII"
                   AND DT-TOKEN-4 NOT = "EBCDIC"
               DISPLAY "LINE " WS-LINE-NUMBER ": LAYOUT "
                       TRIM(DT-TOKEN-2) " CODE PAGE MUST BE ASCII OR "
                       "EBCDIC, NOT " TRIM(DT-TOKEN-4) UPON TERM
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-WORK-IDX.
           PERFORM 0115-FIND-LAYOUT-STEP
                   MOVE WS-DEF-NUMBER TO LW-LENGTH(WS-LAYOUT-COUNT)
                   MOVE 0 TO LW-FIELD-COUNT(WS-LAYOUT-COUNT)
                   MOVE 0 TO LW-ERROR-COUNT(WS-LAYOUT-COUNT)
                   MOVE 0 TO LW-TYPE-COUNT(WS-LAYOUT-COUNT)
                   MOVE DT-TOKEN-4 TO LW-CODE-PAGE(WS-LAYOUT-COUNT)
               ELSE
                   DISPLAY "LINE " WS-LINE-NUMBER ": THE READERS "
                           "TAKE ONLY THE FIRST 20 LAYOUT LINES - "
                   ON SIZE ERROR
                       MOVE 0 TO DF-LENGTH(WS-FIELD-COUNT)
               END-COMPUTE
               MOVE DT-TOKEN-6 TO DF-TYPE(WS-FIELD-COUNT)
               MOVE DT-TOKEN-7 TO DF-DECIMALS(WS-FIELD-COUNT)
           ELSE
               DISPLAY "LINE " WS-LINE-NUMBER ": MORE THAN 60 FIELD "
                       "LINES - THE READERS IGNORE THE REST"
                       UPON TERM
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       0130-TAKE-RECTYPE-LINE.
           IF WS-RT-COUNT < 40
               ADD 1 TO WS-RT-COUNT
               MOVE DT-TOKEN-2 TO RT-FEED(WS-RT-COUNT)
               MOVE DT-TOKEN-3 TO RT-CODE(WS-RT-COUNT)
               COMPUTE RT-START(WS-RT-COUNT) = NUMVAL(DT-TOKEN-4)
                   ON SIZE ERROR
                       MOVE 0 TO RT-START(WS-RT-COUNT)
               END-COMPUTE
               COMPUTE RT-LENGTH(WS-RT-COUNT) = NUMVAL(DT-TOKEN-5)
                   ON SIZE ERROR
                       MOVE 0 TO RT-LENGTH(WS-RT-COUNT)
               END-COMPUTE
               MOVE DT-TOKEN-6 TO RT-LAYOUT(WS-RT-COUNT)
               MOVE WS-LINE-NUMBER TO RT-LINE-NUMBER(WS-RT-COUNT)
           ELSE
               DISPLAY "LINE " WS-LINE-NUMBER ": MORE THAN 40 RECTYPE "
                       "LINES - NOT CHECKED" UPON TERM
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       0140-TAKE-CHECK-LINE.
           IF WS-CK-COUNT < 100
               ADD 1 TO WS-CK-COUNT
               MOVE DT-TOKEN-2 TO CK-LAYOUT(WS-CK-COUNT)
               MOVE DT-TOKEN-3 TO CK-FIELD(WS-CK-COUNT)
               MOVE DT-TOKEN-4 TO CK-RULE(WS-CK-COUNT)
               MOVE DT-TOKEN-5 TO CK-LOW(WS-CK-COUNT)
               MOVE DT-TOKEN-6 TO CK-HIGH(WS-CK-COUNT)
               MOVE WS-LINE-NUMBER TO CK-LINE-NUMBER(WS-CK-COUNT)
           ELSE
               DISPLAY "LINE " WS-LINE-NUMBER ": MORE THAN 100 CHECK "
                       "LINES - FEED-CHECK IGNORES THE REST" UPON TERM
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       0300-CHECK-FIELDS.
           MOVE 1 TO WS-WORK-IDX.
           PERFORM 0310-CHECK-ONE-FIELD
               UNTIL WS-WORK-IDX > WS-FIELD-COUNT.
       0310-CHECK-ONE-FIELD.
           MOVE DF-LAYOUT(WS-WORK-IDX) TO WS-RESOLVE-NAME.
           PERFORM 0320-RESOLVE-FIELD-LAYOUT.
           IF NOT WS-FOUND-YES
               DISPLAY "FIELD " TRIM(DF-NAME(WS-WORK-IDX))
           ELSE
               PERFORM 0330-CHECK-FIELD-RANGE
               PERFORM 0340-CHECK-FIELD-CLASHES
               PERFORM 0360-CHECK-FIELD-TYPE
           END-IF.
           ADD 1 TO WS-WORK-IDX.
       0320-RESOLVE-FIELD-LAYOUT.
      *    WS-RESOLVE-NAME against the file's own layouts first, then
      *    the built-in four - the same resolution order the readers
      *    use
           MOVE "N" TO WS-FOUND-SW.
           MOVE 0 TO WS-LAYOUT-IDX.
           MOVE 1 TO WS-SCAN-IDX.
                   UNTIL BI-IDX > 4 OR WS-FOUND-YES
           END-IF.
       0325-RESOLVE-FILE-STEP.
           IF LW-NAME(WS-SCAN-IDX) = WS-RESOLVE-NAME
               MOVE "Y" TO WS-FOUND-SW
               MOVE LW-LENGTH(WS-SCAN-IDX) TO WS-LAYOUT-LENGTH
               MOVE WS-SCAN-IDX TO WS-LAYOUT-IDX
               ADD 1 TO WS-SCAN-IDX
           END-IF.
       0326-RESOLVE-BUILTIN-STEP.
           IF BI-NAME(BI-IDX) = WS-RESOLVE-NAME
               MOVE "Y" TO WS-FOUND-SW
               MOVE BI-LENGTH(BI-IDX) TO WS-LAYOUT-LENGTH
           ELSE
           IF WS-LAYOUT-IDX > 0
               ADD 1 TO LW-ERROR-COUNT(WS-LAYOUT-IDX)
           END-IF.
       0360-CHECK-FIELD-TYPE.
      *    the limits READ-EXTRACT decodes to - it leaves out any
      *    field outside them
           EVALUATE TRUE
               WHEN DF-TYPE(WS-WORK-IDX) = SPACES
               WHEN DF-TYPE(WS-WORK-IDX) = "CHAR"
                   MOVE 0 TO WS-DIGIT-LIMIT
               WHEN DF-TYPE(WS-WORK-IDX) = "ZONED"
                       AND DF-LENGTH(WS-WORK-IDX) <= 18
                   MOVE DF-LENGTH(WS-WORK-IDX) TO WS-DIGIT-LIMIT
               WHEN DF-TYPE(WS-WORK-IDX) = "PACKED"
                       AND DF-LENGTH(WS-WORK-IDX) <= 9
                   COMPUTE WS-DIGIT-LIMIT =
                           DF-LENGTH(WS-WORK-IDX) * 2 - 1
               WHEN DF-TYPE(WS-WORK-IDX) = "BINARY"
                       AND DF-LENGTH(WS-WORK-IDX) = 2
                   MOVE 4 TO WS-DIGIT-LIMIT
               WHEN DF-TYPE(WS-WORK-IDX) = "BINARY"
                       AND DF-LENGTH(WS-WORK-IDX) = 4
                   MOVE 9 TO WS-DIGIT-LIMIT
               WHEN DF-TYPE(WS-WORK-IDX) = "BINARY"
                       AND DF-LENGTH(WS-WORK-IDX) = 8
                   MOVE 17 TO WS-DIGIT-LIMIT
               WHEN OTHER
                   MOVE 99 TO WS-DIGIT-LIMIT
           END-EVALUATE.
           IF WS-DIGIT-LIMIT = 99
               DISPLAY "FIELD " TRIM(DF-NAME(WS-WORK-IDX)) " ON "
                       TRIM(DF-LAYOUT(WS-WORK-IDX)) " IS "
                       TRIM(DF-TYPE(WS-WORK-IDX)) " OF "
                       DF-LENGTH(WS-WORK-IDX) " BYTES - CHAR, ZONED "
                       "UP TO 18, PACKED 1-9 OR BINARY 2/4/8"
                       UPON TERM
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 0350-COUNT-LAYOUT-ERROR
           ELSE
               PERFORM 0365-CHECK-FIELD-DECIMALS
           END-IF.
       0365-CHECK-FIELD-DECIMALS.
           MOVE 0 TO WS-DECIMALS.
           IF DF-DECIMALS(WS-WORK-IDX) NOT = SPACES
               IF TEST-NUMVAL(DF-DECIMALS(WS-WORK-IDX)) = 0
                   COMPUTE WS-DECIMALS =
                           NUMVAL(DF-DECIMALS(WS-WORK-IDX))
                       ON SIZE ERROR
                           MOVE 99 TO WS-DECIMALS
                   END-COMPUTE
               ELSE
                   MOVE 99 TO WS-DECIMALS
               END-IF
           END-IF.
           IF WS-DECIMALS > WS-DIGIT-LIMIT OR WS-DECIMALS > 17
               DISPLAY "FIELD " TRIM(DF-NAME(WS-WORK-IDX)) " ON "
                       TRIM(DF-LAYOUT(WS-WORK-IDX)) " HAS DECIMALS "
                       TRIM(DF-DECIMALS(WS-WORK-IDX)) " BUT ONLY "
                       WS-DIGIT-LIMIT " DIGIT(S) TO PUT THEM IN"
                       UPON TERM
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 0350-COUNT-LAYOUT-ERROR
           END-IF.
       0400-DISPLAY-SUMMARY.
           DISPLAY "LAYOUT SUMMARY" UPON TERM.
           DISPLAY "NAME     LENGTH FIELDS RECTYPES PROBLEMS" UPON TERM.
           MOVE 1 TO WS-SCAN-IDX.
           PERFORM 0410-DISPLAY-ONE-LAYOUT
               UNTIL WS-SCAN-IDX > WS-LAYOUT-COUNT.
           DISPLAY LW-NAME(WS-SCAN-IDX) " "
                   LW-LENGTH(WS-SCAN-IDX) "  "
                   LW-FIELD-COUNT(WS-SCAN-IDX) "     "
                   LW-TYPE-COUNT(WS-SCAN-IDX) "       "
                   LW-ERROR-COUNT(WS-SCAN-IDX) UPON TERM.
           ADD 1 TO WS-SCAN-IDX.
       0500-CHECK-RECORD-TYPES.
           MOVE 1 TO WS-RT-IDX.
           PERFORM 0510-CHECK-ONE-RECORD-TYPE
               UNTIL WS-RT-IDX > WS-RT-COUNT.
       0510-CHECK-ONE-RECORD-TYPE.
      *    the record layout first - its problems are not the feed's
           MOVE RT-LAYOUT(WS-RT-IDX) TO WS-RESOLVE-NAME.
           PERFORM 0320-RESOLVE-FIELD-LAYOUT.
           EVALUATE TRUE
               WHEN RT-LAYOUT(WS-RT-IDX) = SPACES
                   DISPLAY "LINE " RT-LINE-NUMBER(WS-RT-IDX)
                           ": RECTYPE OF " TRIM(RT-FEED(WS-RT-IDX))
                           " NAMES NO RECORD LAYOUT" UPON TERM
                   ADD 1 TO WS-ERROR-COUNT
               WHEN NOT WS-FOUND-YES
                   DISPLAY "LINE " RT-LINE-NUMBER(WS-RT-IDX)
                           ": RECTYPE " TRIM(RT-CODE(WS-RT-IDX))
                           " POINTS AT LAYOUT "
                           TRIM(RT-LAYOUT(WS-RT-IDX))
                           " WHICH NOBODY DEFINED" UPON TERM
                   ADD 1 TO WS-ERROR-COUNT
               WHEN OTHER
                   PERFORM 0520-CHECK-TYPE-HAS-FIELDS
           END-EVALUATE.
           MOVE RT-FEED(WS-RT-IDX) TO WS-RESOLVE-NAME.
           PERFORM 0320-RESOLVE-FIELD-LAYOUT.
           IF NOT WS-FOUND-YES
               DISPLAY "LINE " RT-LINE-NUMBER(WS-RT-IDX)
                       ": RECTYPE " TRIM(RT-CODE(WS-RT-IDX))
                       " IS FOR FEED LAYOUT " TRIM(RT-FEED(WS-RT-IDX))
                       " WHICH NOBODY DEFINED" UPON TERM
               ADD 1 TO WS-ERROR-COUNT
           ELSE
               IF WS-LAYOUT-IDX > 0
                   ADD 1 TO LW-TYPE-COUNT(WS-LAYOUT-IDX)
               END-IF
               PERFORM 0530-CHECK-TYPE-COLUMNS
               PERFORM 0540-CHECK-TYPE-CLASHES
           END-IF.
           ADD 1 TO WS-RT-IDX.
       0520-CHECK-TYPE-HAS-FIELDS.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-SCAN-IDX.
           PERFORM 0525-FIND-TYPE-FIELD
               UNTIL WS-SCAN-IDX > WS-FIELD-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               DISPLAY "LINE " RT-LINE-NUMBER(WS-RT-IDX)
                       ": RECTYPE " TRIM(RT-CODE(WS-RT-IDX))
                       " USES LAYOUT " TRIM(RT-LAYOUT(WS-RT-IDX))
                       " WHICH HAS NO FIELD LINES" UPON TERM
               ADD 1 TO WS-ERROR-COUNT
           END-IF.
       0525-FIND-TYPE-FIELD.
           IF DF-LAYOUT(WS-SCAN-IDX) = RT-LAYOUT(WS-RT-IDX)
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-SCAN-IDX
           END-IF.
       0530-CHECK-TYPE-COLUMNS.
      *    WS-LAYOUT-LENGTH is the feed layout's, from 0320
           MOVE 0 TO WS-CODE-LENGTH.
           IF RT-CODE(WS-RT-IDX) NOT = SPACES
               COMPUTE WS-CODE-LENGTH =
                       LENGTH(TRIM(RT-CODE(WS-RT-IDX)))
           END-IF.
           EVALUATE TRUE
               WHEN WS-CODE-LENGTH = 0
                   DISPLAY "LINE " RT-LINE-NUMBER(WS-RT-IDX)
                           ": RECTYPE OF " TRIM(RT-FEED(WS-RT-IDX))
                           " HAS NO CODE" UPON TERM
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 0350-COUNT-LAYOUT-ERROR
               WHEN RT-START(WS-RT-IDX) < 1
                       OR RT-LENGTH(WS-RT-IDX) < 1
                       OR RT-LENGTH(WS-RT-IDX) > 12
                   DISPLAY "LINE " RT-LINE-NUMBER(WS-RT-IDX)
                           ": RECTYPE " TRIM(RT-CODE(WS-RT-IDX))
                           " NEEDS A START AND A LENGTH OF 1-12"
                           UPON TERM
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 0350-COUNT-LAYOUT-ERROR
               WHEN WS-CODE-LENGTH > RT-LENGTH(WS-RT-IDX)
                   DISPLAY "LINE " RT-LINE-NUMBER(WS-RT-IDX)
                           ": RECTYPE CODE " TRIM(RT-CODE(WS-RT-IDX))
                           " IS WIDER THAN ITS "
                           RT-LENGTH(WS-RT-IDX) " COLUMN(S)"
                           UPON TERM
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 0350-COUNT-LAYOUT-ERROR
               WHEN OTHER
                   COMPUTE WS-END-COLUMN = RT-START(WS-RT-IDX)
                         + RT-LENGTH(WS-RT-IDX) - 1
                   IF WS-END-COLUMN > WS-LAYOUT-LENGTH
                       DISPLAY "LINE " RT-LINE-NUMBER(WS-RT-IDX)
                               ": RECTYPE " TRIM(RT-CODE(WS-RT-IDX))
                               " RUNS TO COLUMN " WS-END-COLUMN
                               " PAST THE " WS-LAYOUT-LENGTH
                               " OF LAYOUT " TRIM(RT-FEED(WS-RT-IDX))
                               UPON TERM
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM 0350-COUNT-LAYOUT-ERROR
                   END-IF
           END-EVALUATE.
       0540-CHECK-TYPE-CLASHES.
      *    as with fields, only the lines behind this one are looked
      *    at, so each clash is reported once
           MOVE 1 TO WS-RT-SAME-FEED.
           MOVE 1 TO WS-RT-SCAN.
           PERFORM 0545-CHECK-TYPE-CLASH-STEP
               UNTIL WS-RT-SCAN >= WS-RT-IDX.
           IF WS-RT-SAME-FEED = 11
               DISPLAY "LINE " RT-LINE-NUMBER(WS-RT-IDX)
                       ": MORE THAN 10 RECTYPE LINES FOR "
                       TRIM(RT-FEED(WS-RT-IDX))
                       " - READ-EXTRACT IGNORES THE REST" UPON TERM
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 0350-COUNT-LAYOUT-ERROR
           END-IF.
       0545-CHECK-TYPE-CLASH-STEP.
           IF RT-FEED(WS-RT-SCAN) = RT-FEED(WS-RT-IDX)
               ADD 1 TO WS-RT-SAME-FEED
               IF RT-CODE(WS-RT-SCAN) = RT-CODE(WS-RT-IDX)
                       AND RT-START(WS-RT-SCAN) = RT-START(WS-RT-IDX)
                       AND RT-LENGTH(WS-RT-SCAN)
                           = RT-LENGTH(WS-RT-IDX)
                   DISPLAY "LINE " RT-LINE-NUMBER(WS-RT-IDX)
                           ": RECTYPE " TRIM(RT-CODE(WS-RT-IDX))
                           " OF " TRIM(RT-FEED(WS-RT-IDX))
                           " IS ALREADY DEFINED ON LINE "
                           RT-LINE-NUMBER(WS-RT-SCAN) UPON TERM
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 0350-COUNT-LAYOUT-ERROR
               END-IF
           END-IF.
           ADD 1 TO WS-RT-SCAN.
       0600-CHECK-CONTENT-RULES.
           MOVE 1 TO WS-CK-IDX.
           PERFORM 0610-CHECK-ONE-CONTENT-RULE
               UNTIL WS-CK-IDX > WS-CK-COUNT.
       0610-CHECK-ONE-CONTENT-RULE.
      *    the layout is looked up only so its PROBLEMS count in the
      *    summary picks up the rule's errors
           MOVE CK-LAYOUT(WS-CK-IDX) TO WS-RESOLVE-NAME.
           PERFORM 0320-RESOLVE-FIELD-LAYOUT.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-SCAN-IDX.
           PERFORM 0615-FIND-RULE-FIELD
               UNTIL WS-SCAN-IDX > WS-FIELD-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               DISPLAY "LINE " CK-LINE-NUMBER(WS-CK-IDX)
                       ": CHECK ON FIELD " TRIM(CK-FIELD(WS-CK-IDX))
                       " WHICH LAYOUT " TRIM(CK-LAYOUT(WS-CK-IDX))
                       " DOES NOT DEFINE" UPON TERM
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 0350-COUNT-LAYOUT-ERROR
           ELSE
               PERFORM 0617-CHECK-RULE-FIELD-TEXT
           END-IF.
           EVALUATE CK-RULE(WS-CK-IDX)
               WHEN "NUMERIC"
               WHEN "MANDATORY"
                   CONTINUE
               WHEN "DATE"
                   IF WS-FOUND-YES AND DF-LENGTH(WS-SCAN-IDX) < 8
                       DISPLAY "LINE " CK-LINE-NUMBER(WS-CK-IDX)
                               ": DATE CHECK ON "
                               TRIM(CK-FIELD(WS-CK-IDX))
                               " BUT THE FIELD IS ONLY "
                               DF-LENGTH(WS-SCAN-IDX) " WIDE"
                               UPON TERM
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM 0350-COUNT-LAYOUT-ERROR
                   END-IF
               WHEN "RANGE"
                   PERFORM 0620-CHECK-RANGE-RULE
               WHEN "ONEOF"
                   IF CK-LOW(WS-CK-IDX) = SPACES
                       DISPLAY "LINE " CK-LINE-NUMBER(WS-CK-IDX)
                               ": ONEOF CHECK ON "
                               TRIM(CK-FIELD(WS-CK-IDX))
                               " HAS NO LIST OF VALUES" UPON TERM
                       ADD 1 TO WS-ERROR-COUNT
                       PERFORM 0350-COUNT-LAYOUT-ERROR
                   END-IF
               WHEN OTHER
                   DISPLAY "LINE " CK-LINE-NUMBER(WS-CK-IDX)
                           ": UNKNOWN CHECK RULE "
                           TRIM(CK-RULE(WS-CK-IDX)) " ON "
                           TRIM(CK-FIELD(WS-CK-IDX)) UPON TERM
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 0350-COUNT-LAYOUT-ERROR
           END-EVALUATE.
           ADD 1 TO WS-CK-IDX.
       0615-FIND-RULE-FIELD.
           IF DF-LAYOUT(WS-SCAN-IDX) = CK-LAYOUT(WS-CK-IDX)
                   AND DF-NAME(WS-SCAN-IDX) = CK-FIELD(WS-CK-IDX)
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-SCAN-IDX
           END-IF.
       0617-CHECK-RULE-FIELD-TEXT.
      *    FEED-CHECK reads the feed as ASCII text and cuts the field
      *    as it stands
           MOVE SPACES TO WS-CODE-PAGE.
           IF WS-LAYOUT-IDX > 0
               MOVE LW-CODE-PAGE(WS-LAYOUT-IDX) TO WS-CODE-PAGE
           END-IF.
           IF WS-CODE-PAGE = "EBCDIC"
                   OR (DF-TYPE(WS-SCAN-IDX) NOT = SPACES
                       AND DF-TYPE(WS-SCAN-IDX) NOT = "CHAR")
               DISPLAY "LINE " CK-LINE-NUMBER(WS-CK-IDX)
                       ": CHECK ON " TRIM(CK-FIELD(WS-CK-IDX))
                       " BUT FEED-CHECK READS ONLY ASCII CHARACTER "
                       "FIELDS" UPON TERM
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 0350-COUNT-LAYOUT-ERROR
           END-IF.
       0620-CHECK-RANGE-RULE.
           IF TEST-NUMVAL(CK-LOW(WS-CK-IDX)) NOT = 0
                   OR TEST-NUMVAL(CK-HIGH(WS-CK-IDX)) NOT = 0
               DISPLAY "LINE " CK-LINE-NUMBER(WS-CK-IDX)
                       ": RANGE CHECK ON " TRIM(CK-FIELD(WS-CK-IDX))
                       " NEEDS A NUMERIC LOW AND HIGH" UPON TERM
               ADD 1 TO WS-ERROR-COUNT
               PERFORM 0350-COUNT-LAYOUT-ERROR
           ELSE
               IF NUMVAL(CK-LOW(WS-CK-IDX))
                       > NUMVAL(CK-HIGH(WS-CK-IDX))
                   DISPLAY "LINE " CK-LINE-NUMBER(WS-CK-IDX)
                           ": RANGE CHECK ON "
                           TRIM(CK-FIELD(WS-CK-IDX))
                           " HAS ITS LOW ABOVE ITS HIGH" UPON TERM
                   ADD 1 TO WS-ERROR-COUNT
                   PERFORM 0350-COUNT-LAYOUT-ERROR
               END-IF
           END-IF.
       9999-EXIT.
           STOP RUN.
