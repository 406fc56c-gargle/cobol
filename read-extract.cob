       IDENTIFICATION DIVISION.
       PROGRAM-ID. READ-EXTRACT.
      * cobc -x -Wall read-extract.cob fstatmsg.cob
      *                               bierenv.cob -I copybooks
      *                               -T read-extract.lst
      *
      * usage: read-extract layout field1 [field2 ... field8]
      *        read-extract feed-layout [field1 ... field8]
      *   fixed-to-CSV extraction for the shared-drive feed drops:
      * reads each DD_INFILE record through the named layout, pulls
      * the named fields (defined in LAYOUTS.DEF, the same
      * DD_OUTFILE as one CSV row per record with a header row of
      * the field names - the eyeball-and-retype step, automated.
      *
      * LAYOUTS.DEF lines:  LAYOUT name length [code-page]
      *                     FIELD  layout-name field-name start length
      *                            [type [decimals]]
      *                     RECTYPE feed-layout code start length
      *                             record-layout
      *
      *   code-page is ASCII (the default) or EBCDIC.  an EBCDIC file
      * is read as it comes off the mainframe in a binary transfer:
      * no line ends, one record every length bytes.  type is CHAR
      * (the default), ZONED, PACKED or BINARY, with decimals the
      * number of implied decimal places of a numeric field:
      *   CHAR    text - translated from code page 037 on an EBCDIC
      *           layout, and bad data if it holds control bytes
      *   ZONED   display digits, sign in the zone of the last byte
      *           (C/F/A/E plus, D/B minus) or, on an ASCII layout,
      *           an overpunched last byte; at most 18 bytes
      *   PACKED  COMP-3, sign in the last half-byte; 1-9 bytes
      *   BINARY  COMP, big-endian two's complement; 2, 4 or 8 bytes
      * numeric fields come out as plain CSV numbers (-1234.56).  a
      * field that will not decode is reported with its record number
      * and its bytes in hex, written as an empty column, and makes
      * the return code 4; a ZONED field left wholly blank is written
      * empty without complaint.
      *
      *   a feed that mixes header, detail and trailer records names
      * each record type with a RECTYPE line: records carrying code in
      * columns start thru start+length-1 are read through
      * record-layout.  when the named layout has RECTYPE lines the
      * extract takes one pass over DD_INFILE per record type and
      * writes that type's records to their own CSV, named DD_OUTFILE
      * with "." and the record layout appended, each with its own
      * header row.  the fields are the ones named on the command
      * line that the record layout defines, or all of its fields in
      * LAYOUTS.DEF order when none are named.  records matching no
      * RECTYPE are counted and make the return code 4.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CLASS PRINTABLE-TEXT IS X"20" THRU X"7E" X"A0" THRU X"FF".
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
           SELECT INFILE ASSIGN TO "DD_INFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS INFILE-STATUS.
      * the same DD_INFILE, read a byte at a time for EBCDIC layouts
           SELECT EBCDIC-INFILE ASSIGN TO "DD_INFILE"
           ORGANIZATION IS SEQUENTIAL
           FILE STATUS IS INFILE-STATUS.
           SELECT OUTFILE ASSIGN TO "DD_OUTFILE"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OUTFILE-STATUS.
       FD  INFILE.
       01  RECORDIN.
           02  FILLER                             PIC X(256).
       FD  EBCDIC-INFILE.
       01  EBCDIC-BYTE                            PIC X(01).
       FD  OUTFILE.
       01  CSV-RECORD                             PIC X(512).
       FD  LAYOUT-DEFS.
       01  DEF-LINE                               PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  FIELD-DEF-TABLE.
           03  DF-ENTRY OCCURS 60 TIMES.
               05  DF-LAYOUT                      PIC X(08).
               05  DF-NAME                        PIC X(12).
               05  DF-START                       PIC 9(05).
               05  DF-LENGTH                      PIC 9(05).
               05  DF-TYPE                        PIC X(08).
               05  DF-DECIMALS                    PIC 9(02).
       01  PICKED-FIELD-TABLE.
           03  PICKED-FIELD OCCURS 20 TIMES.
               05  PF-NAME                        PIC X(12).
               05  PF-START                       PIC 9(05).
               05  PF-LENGTH                      PIC 9(05).
               05  PF-TYPE                        PIC X(08).
               05  PF-DECIMALS                    PIC 9(02).
       01  DEF-LINE-TOKENS.
           03  DT-KEYWORD                         PIC X(08).
           03  DT-TOKEN-2                         PIC X(12).
           03  DT-TOKEN-3                         PIC X(12).
           03  DT-TOKEN-4                         PIC X(12).
           03  DT-TOKEN-5                         PIC X(12).
           03  DT-TOKEN-6                         PIC X(12).
           03  DT-TOKEN-7                         PIC X(12).
      * the record types of the named layout, from its RECTYPE lines
       01  RECORD-TYPE-TABLE.
           03  RT-ENTRY OCCURS 10 TIMES.
               05  RT-CODE                        PIC X(12).
               05  RT-START                       PIC 9(05).
               05  RT-LENGTH                      PIC 9(05).
               05  RT-LAYOUT                      PIC X(08).
      * the field names given on the command line, kept aside while
      * PICKED-FIELD is rebuilt for each record type
       01  REQUESTED-FIELD-TABLE.
           03  RQ-NAME OCCURS 8 TIMES             PIC X(12).
      * IBM code page 037 to ISO 8859-1: INSPECT CONVERTING turns
      * each byte of EBCDIC-CODE-POINTS into the byte in the same
      * place in EBCDIC-TO-ASCII
       01  EBCDIC-CODE-POINTS.
           03  FILLER                             PIC X(16)
                   VALUE X"000102030405060708090A0B0C0D0E0F".
           03  FILLER                             PIC X(16)
                   VALUE X"101112131415161718191A1B1C1D1E1F".
           03  FILLER                             PIC X(16)
                   VALUE X"202122232425262728292A2B2C2D2E2F".
           03  FILLER                             PIC X(16)
                   VALUE X"303132333435363738393A3B3C3D3E3F".
           03  FILLER                             PIC X(16)
                   VALUE X"404142434445464748494A4B4C4D4E4F".
           03  FILLER                             PIC X(16)
                   VALUE X"505152535455565758595A5B5C5D5E5F".
           03  FILLER                             PIC X(16)
                   VALUE X"606162636465666768696A6B6C6D6E6F".
           03  FILLER                             PIC X(16)
                   VALUE X"707172737475767778797A7B7C7D7E7F".
           03  FILLER                             PIC X(16)
                   VALUE X"808182838485868788898A8B8C8D8E8F".
           03  FILLER                             PIC X(16)
                   VALUE X"909192939495969798999A9B9C9D9E9F".
           03  FILLER                             PIC X(16)
                   VALUE X"A0A1A2A3A4A5A6A7A8A9AAABACADAEAF".
           03  FILLER                             PIC X(16)
                   VALUE X"B0B1B2B3B4B5B6B7B8B9BABBBCBDBEBF".
           03  FILLER                             PIC X(16)
                   VALUE X"C0C1C2C3C4C5C6C7C8C9CACBCCCDCECF".
           03  FILLER                             PIC X(16)
                   VALUE X"D0D1D2D3D4D5D6D7D8D9DADBDCDDDEDF".
           03  FILLER                             PIC X(16)
                   VALUE X"E0E1E2E3E4E5E6E7E8E9EAEBECEDEEEF".
           03  FILLER                             PIC X(16)
                   VALUE X"F0F1F2F3F4F5F6F7F8F9FAFBFCFDFEFF".
       01  EBCDIC-TO-ASCII.
           03  FILLER                             PIC X(16)
                   VALUE X"000102039C09867F978D8E0B0C0D0E0F".
           03  FILLER                             PIC X(16)
                   VALUE X"101112139D8508871819928F1C1D1E1F".
           03  FILLER                             PIC X(16)
                   VALUE X"80818283840A171B88898A8B8C050607".
           03  FILLER                             PIC X(16)
                   VALUE X"909116939495960498999A9B14159E1A".
           03  FILLER                             PIC X(16)
                   VALUE X"20A0E2E4E0E1E3E5E7F1A22E3C282B7C".
           03  FILLER                             PIC X(16)
                   VALUE X"26E9EAEBE8EDEEEFECDF21242A293BAC".
           03  FILLER                             PIC X(16)
                   VALUE X"2D2FC2C4C0C1C3C5C7D1A62C255F3E3F".
           03  FILLER                             PIC X(16)
                   VALUE X"F8C9CACBC8CDCECFCC603A2340273D22".
           03  FILLER                             PIC X(16)
                   VALUE X"D8616263646566676869ABBBF0FDFEB1".
           03  FILLER                             PIC X(16)
                   VALUE X"B06A6B6C6D6E6F707172AABAE6B8C6A4".
           03  FILLER                             PIC X(16)
                   VALUE X"B57E737475767778797AA1BFD0DDDEAE".
           03  FILLER                             PIC X(16)
                   VALUE X"5EA3A5B7A9A7B6BCBDBE5B5DAFA8B4D7".
           03  FILLER                             PIC X(16)
                   VALUE X"7B414243444546474849ADF4F6F2F3F5".
           03  FILLER                             PIC X(16)
                   VALUE X"7D4A4B4C4D4E4F505152B9FBFCF9FAFF".
           03  FILLER                             PIC X(16)
                   VALUE X"5CF7535455565758595AB2D4D6D2D3D5".
           03  FILLER                             PIC X(16)
                   VALUE X"30313233343536373839B3DBDCD9DA9F".
       01  WS-DIGITS                              PIC 9(18).
       01  WS-DIGITS-X REDEFINES WS-DIGITS        PIC X(18).
       77  WS-HEX-DIGITS                          PIC X(16)
                                           VALUE "0123456789ABCDEF".
       77  WS-CODE-PAGE                           PIC X(12)
                                                  VALUE "ASCII".
           88  WS-EBCDIC-LAYOUT                   VALUE "EBCDIC".
       77  WS-RECORD-WIDTH                        PIC 9(05) VALUE 0.
       77  WS-BYTE-COUNT                          PIC 9(05).
       77  WS-RECORD-NUMBER                       PIC 9(07) VALUE 0.
       77  WS-RECORD-CODE                         PIC X(12).
       77  WS-RAW                                 PIC X(256).
       77  WS-RAW-LENGTH                          PIC 9(05).
       77  WS-RAW-IDX                             PIC 9(05).
       77  WS-BYTE-VALUE                          PIC 9(03).
       77  WS-HIGH-NIBBLE                         PIC 9(02).
       77  WS-LOW-NIBBLE                          PIC 9(02).
       77  WS-DIGIT                               PIC 9(01).
       77  WS-DIGIT-LIMIT                         PIC 9(02).
       77  WS-BLANK-BYTE                          PIC X(01) VALUE SPACE.
       77  WS-BLANK-COUNT                         PIC 9(05).
       77  WS-LEADING-ZEROS                       PIC 9(02).
       77  WS-INT-LENGTH                          PIC 9(02).
       77  WS-INT-START                           PIC 9(02).
       77  WS-VALUE-POS                           PIC 9(03).
       77  WS-SIGN                                PIC X(01).
       77  WS-HEX                                 PIC X(36).
       77  WS-HEX-IDX                             PIC 9(02).
       77  WS-NEGATIVE-SW                         PIC X(01).
           88  WS-NEGATIVE                        VALUE "Y".
       77  WS-BAD-SW                              PIC X(01).
           88  WS-BAD-DATA                        VALUE "Y".
       77  WS-BAD-COUNT                           PIC 9(07) VALUE 0.
       77  WS-SHORT-REPORTED-SW                   PIC X(01) VALUE "N".
           88  WS-SHORT-REPORTED                  VALUE "Y".
       77  WS-RT-COUNT                            PIC 9(02) VALUE 0.
       77  WS-RT-IDX                              PIC 9(02).
       77  WS-RQ-COUNT                            PIC 9(02) VALUE 0.
       77  WS-RQ-IDX                              PIC 9(02).
       77  WS-UNTYPED-COUNT                       PIC 9(07) VALUE 0.
       77  WS-OUT-BASE                            PIC X(200).
       77  WS-OUT-NAME                            PIC X(220).
       77  WS-FIELD-COUNT                         PIC 9(02) VALUE 0.
       77  WS-PICKED-COUNT                        PIC 9(02) VALUE 0.
       77  WS-WORK-IDX                            PIC 9(02).
       77  WS-FSTAT-IS-ERROR                       PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-GET-ARGUMENTS.
           PERFORM 0006-LOAD-LAYOUT-DEFS.
           PERFORM 0009-CHECK-CODE-PAGE.
           IF WS-RT-COUNT > 0
               PERFORM 0300-EXTRACT-RECORD-TYPES
               GO TO 9999-EXIT
           END-IF.
           IF WS-PICKED-COUNT = 0
               DISPLAY "AT LEAST ONE FIELD NAME IS NEEDED"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0007-RESOLVE-PICKED-FIELDS.
           PERFORM 0008-OPEN-FILES.
           PERFORM 0100-WRITE-HEADER-ROW.
       0010-READ-FILE.
           PERFORM 0050-READ-RECORD.
           IF INFILE-EOF
               GO TO 0020-READ-FILE
           END-IF.
           IF NOT INFILE-OK
               CALL "FSTATMSG" USING INFILE-STATUS WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY "DD_INFILE: " WS-FSTAT-MESSAGE " (STATUS "
                       INFILE-STATUS ")"
               PERFORM 0058-CLOSE-INPUT
               CLOSE OUTFILE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0200-WRITE-CSV-ROW.
           ADD 1 TO WS-LINE-COUNTER.
           GO TO 0010-READ-FILE.
       0020-READ-FILE.
           PERFORM 0058-CLOSE-INPUT.
           CLOSE OUTFILE.
           DISPLAY WS-LINE-COUNTER " RECORDS EXTRACTED.".
           PERFORM 0470-REPORT-BAD-TOTAL.
           GO TO 9999-EXIT.
       0005-GET-ARGUMENTS.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           MOVE 2 TO WS-ARG-NUMBER.
           PERFORM 0005-GET-FIELD-ARG
               UNTIL WS-ARG-NUMBER > 9.
       0005-GET-FIELD-ARG.
           MOVE SPACES TO WS-ARG-FIELD.
           DISPLAY WS-ARG-NUMBER UPON ARGUMENT-NUMBER.
                   PERFORM 0006-PARSE-DEF-LINE
           END-READ.
       0006-PARSE-DEF-LINE.
      *    the record is read at its full width and each field is
      *    cut by position, so of the LAYOUT lines only the named
      *    layout's matters, for its code page and - when that is
      *    EBCDIC - its width
           MOVE SPACES TO DEF-LINE-TOKENS.
           UNSTRING DEF-LINE DELIMITED BY ALL SPACE
               INTO DT-KEYWORD DT-TOKEN-2 DT-TOKEN-3 DT-TOKEN-4
                    DT-TOKEN-5 DT-TOKEN-6 DT-TOKEN-7.
           IF DT-KEYWORD = "LAYOUT" AND DT-TOKEN-2 = WS-ARG-LAYOUT
               COMPUTE WS-RECORD-WIDTH = NUMVAL(DT-TOKEN-3)
                   ON SIZE ERROR
                       MOVE 0 TO WS-RECORD-WIDTH
               END-COMPUTE
               IF DT-TOKEN-4 NOT = SPACES
                   MOVE DT-TOKEN-4 TO WS-CODE-PAGE
               END-IF
           END-IF.
           IF DT-KEYWORD = "RECTYPE" AND DT-TOKEN-2 = WS-ARG-LAYOUT
               PERFORM 0006-TAKE-RECTYPE-LINE
           END-IF.
           IF DT-KEYWORD = "FIELD"
               IF WS-FIELD-COUNT < 60
      *            start and length must stay inside the 256-byte
                   IF WS-DEF-NUMBER >= 1 AND WS-DEF-NUMBER-2 >= 1
                           AND WS-DEF-NUMBER + WS-DEF-NUMBER-2
                               <= 257
                       PERFORM 0006-TAKE-FIELD-TYPE
                   ELSE
                       DISPLAY "LAYOUTS.DEF FIELD "
                               FUNCTION TRIM(DT-TOKEN-3)
                           FUNCTION TRIM(DT-TOKEN-3)
               END-IF
           END-IF.
       0006-TAKE-FIELD-TYPE.
      *    a type the decoder cannot handle at this length, or more
      *    implied decimals than the field has digits, is left out
      *    rather than decoded wrongly
           IF DT-TOKEN-6 = SPACES
               MOVE "CHAR" TO DT-TOKEN-6
           END-IF.
           EVALUATE TRUE
               WHEN DT-TOKEN-6 = "CHAR"
                   MOVE 0 TO WS-DIGIT-LIMIT
               WHEN DT-TOKEN-6 = "ZONED" AND WS-DEF-NUMBER-2 <= 18
                   MOVE WS-DEF-NUMBER-2 TO WS-DIGIT-LIMIT
               WHEN DT-TOKEN-6 = "PACKED" AND WS-DEF-NUMBER-2 <= 9
                   COMPUTE WS-DIGIT-LIMIT = WS-DEF-NUMBER-2 * 2 - 1
               WHEN DT-TOKEN-6 = "BINARY" AND WS-DEF-NUMBER-2 = 2
                   MOVE 4 TO WS-DIGIT-LIMIT
               WHEN DT-TOKEN-6 = "BINARY" AND WS-DEF-NUMBER-2 = 4
                   MOVE 9 TO WS-DIGIT-LIMIT
               WHEN DT-TOKEN-6 = "BINARY" AND WS-DEF-NUMBER-2 = 8
                   MOVE 17 TO WS-DIGIT-LIMIT
               WHEN OTHER
                   MOVE 99 TO WS-DIGIT-LIMIT
           END-EVALUATE.
           MOVE 0 TO WS-DEF-NUMBER.
           IF DT-TOKEN-7 NOT = SPACES
               COMPUTE WS-DEF-NUMBER = NUMVAL(DT-TOKEN-7)
                   ON SIZE ERROR
                       MOVE 99 TO WS-DEF-NUMBER
               END-COMPUTE
           END-IF.
           IF WS-DIGIT-LIMIT = 99 OR WS-DEF-NUMBER > WS-DIGIT-LIMIT
                   OR WS-DEF-NUMBER > 17
               DISPLAY "LAYOUTS.DEF FIELD " TRIM(DT-TOKEN-3) ": "
                       TRIM(DT-TOKEN-6) " OF " WS-DEF-NUMBER-2
                       " BYTES WITH " WS-DEF-NUMBER " DECIMALS "
                       "CANNOT BE DECODED, IGNORED"
           ELSE
               ADD 1 TO WS-FIELD-COUNT
               MOVE DT-TOKEN-2 TO DF-LAYOUT(WS-FIELD-COUNT)
               MOVE DT-TOKEN-3 TO DF-NAME(WS-FIELD-COUNT)
               COMPUTE DF-START(WS-FIELD-COUNT) = NUMVAL(DT-TOKEN-4)
               MOVE WS-DEF-NUMBER-2 TO DF-LENGTH(WS-FIELD-COUNT)
               MOVE DT-TOKEN-6 TO DF-TYPE(WS-FIELD-COUNT)
               MOVE WS-DEF-NUMBER TO DF-DECIMALS(WS-FIELD-COUNT)
           END-IF.
       0006-TAKE-RECTYPE-LINE.
      *    the code is compared against its columns, so it must fit
      *    both them and the 12 bytes it is kept in
           COMPUTE WS-DEF-NUMBER = NUMVAL(DT-TOKEN-4).
           COMPUTE WS-DEF-NUMBER-2 = NUMVAL(DT-TOKEN-5).
           IF WS-RT-COUNT < 10
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
               ELSE
                   DISPLAY "LAYOUTS.DEF RECTYPE "
                           TRIM(DT-TOKEN-3) " OF "
                           TRIM(DT-TOKEN-2) " NEEDS A CODE, COLUMNS "
                           "INSIDE 1-256 (AT MOST 12 WIDE) AND A "
                           "LAYOUT, IGNORED"
               END-IF
           ELSE
               DISPLAY "LAYOUTS.DEF HAS MORE THAN 10 RECTYPE LINES "
                       "FOR " TRIM(DT-TOKEN-2) ", IGNORING "
                       TRIM(DT-TOKEN-3)
           END-IF.
       0007-RESOLVE-PICKED-FIELDS.
           MOVE 1 TO WS-PICK-IDX.
           PERFORM 0007-RESOLVE-ONE-FIELD
               GO TO 9999-EXIT
           END-IF.
       0007-ADD-FIELD-WIDTH.
      *    a number is written wider than it is stored - sign, point
      *    and, for PACKED and BINARY, more digits than bytes
           EVALUATE PF-TYPE(WS-PICK-IDX)
               WHEN "ZONED"
                   COMPUTE WS-TOTAL-WIDTH = WS-TOTAL-WIDTH
                         + PF-LENGTH(WS-PICK-IDX) + 2
               WHEN "PACKED"
                   COMPUTE WS-TOTAL-WIDTH = WS-TOTAL-WIDTH
                         + PF-LENGTH(WS-PICK-IDX) * 2 + 1
               WHEN "BINARY"
                   ADD 20 TO WS-TOTAL-WIDTH
               WHEN OTHER
                   ADD PF-LENGTH(WS-PICK-IDX) TO WS-TOTAL-WIDTH
           END-EVALUATE.
           ADD 1 TO WS-PICK-IDX.
       0007-RESOLVE-ONE-FIELD.
           MOVE "N" TO WS-FOUND-SW.
                   TO PF-START(WS-PICK-IDX)
               MOVE DF-LENGTH(WS-WORK-IDX)
                   TO PF-LENGTH(WS-PICK-IDX)
               MOVE DF-TYPE(WS-WORK-IDX) TO PF-TYPE(WS-PICK-IDX)
               MOVE DF-DECIMALS(WS-WORK-IDX)
                   TO PF-DECIMALS(WS-PICK-IDX)
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-WORK-IDX
           END-IF.
       0008-OPEN-FILES.
           PERFORM 0057-OPEN-INPUT.
           IF NOT INFILE-OK
               CALL "FSTATMSG" USING INFILE-STATUS WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
                   WS-FSTAT-IS-ERROR
               DISPLAY "DD_OUTFILE: " WS-FSTAT-MESSAGE " (STATUS "
                       OUTFILE-STATUS ")"
               PERFORM 0058-CLOSE-INPUT
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0009-CHECK-CODE-PAGE.
           IF WS-CODE-PAGE NOT = "ASCII" AND NOT WS-EBCDIC-LAYOUT
               DISPLAY "LAYOUT " TRIM(WS-ARG-LAYOUT) " HAS CODE PAGE "
                       TRIM(WS-CODE-PAGE) " - ONLY ASCII AND EBCDIC "
                       "ARE READ"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-EBCDIC-LAYOUT
               IF WS-RECORD-WIDTH < 1 OR WS-RECORD-WIDTH > 256
                   DISPLAY "EBCDIC LAYOUT " TRIM(WS-ARG-LAYOUT)
                           " NEEDS A RECORD WIDTH OF 1-256 ON ITS "
                           "LAYOUT LINE"
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               MOVE X"40" TO WS-BLANK-BYTE
           END-IF.
       0050-READ-RECORD.
      *    the next record into WS-LINE; INFILE-STATUS tells the
      *    caller whether there was one
           IF WS-EBCDIC-LAYOUT
               PERFORM 0055-READ-EBCDIC-RECORD
           ELSE
               READ INFILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE SPACES TO WS-LINE
                       MOVE RECORDIN TO WS-LINE
                       ADD 1 TO WS-RECORD-NUMBER
               END-READ
           END-IF.
       0055-READ-EBCDIC-RECORD.
      *    a binary transfer has no line ends - a record is simply
      *    the next WS-RECORD-WIDTH bytes, whatever they hold
           MOVE SPACES TO WS-LINE.
           MOVE 0 TO WS-BYTE-COUNT.
           PERFORM 0056-READ-EBCDIC-BYTE
               UNTIL WS-BYTE-COUNT = WS-RECORD-WIDTH
                  OR NOT INFILE-OK.
           IF INFILE-OK
               ADD 1 TO WS-RECORD-NUMBER
           END-IF.
           IF INFILE-EOF AND WS-BYTE-COUNT > 0
                   AND NOT WS-SHORT-REPORTED
               MOVE "Y" TO WS-SHORT-REPORTED-SW
               ADD 1 TO WS-BAD-COUNT
               DISPLAY "DD_INFILE ENDS WITH " WS-BYTE-COUNT
                       " BYTE(S), SHORT OF A WHOLE " WS-RECORD-WIDTH
                       "-BYTE RECORD - BAD DATA, NOT EXTRACTED"
           END-IF.
       0056-READ-EBCDIC-BYTE.
           READ EBCDIC-INFILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO WS-BYTE-COUNT
                   MOVE EBCDIC-BYTE TO WS-LINE(WS-BYTE-COUNT:1)
           END-READ.
       0057-OPEN-INPUT.
           MOVE 0 TO WS-RECORD-NUMBER.
           IF WS-EBCDIC-LAYOUT
               OPEN INPUT EBCDIC-INFILE
           ELSE
               OPEN INPUT INFILE
           END-IF.
       0058-CLOSE-INPUT.
           IF WS-EBCDIC-LAYOUT
               CLOSE EBCDIC-INFILE
           ELSE
               CLOSE INFILE
           END-IF.
       0100-WRITE-HEADER-ROW.
           MOVE SPACES TO CSV-RECORD.
           MOVE 1 TO WS-CSV-POS.
           WRITE CSV-RECORD.
       0210-ADD-DATA-FIELD.
           MOVE SPACES TO WS-FIELD-VALUE.
           IF PF-TYPE(WS-PICK-IDX) = "CHAR" AND NOT WS-EBCDIC-LAYOUT
               MOVE WS-LINE(PF-START(WS-PICK-IDX):
                            PF-LENGTH(WS-PICK-IDX))
                   TO WS-FIELD-VALUE(1:PF-LENGTH(WS-PICK-IDX))
           ELSE
               PERFORM 0400-DECODE-FIELD
           END-IF.
           PERFORM 0220-ADD-CSV-VALUE.
           ADD 1 TO WS-PICK-IDX.
       0220-ADD-CSV-VALUE.
                   TO CSV-RECORD(WS-CSV-POS:WS-VALUE-LENGTH)
               ADD WS-VALUE-LENGTH TO WS-CSV-POS
           END-IF.
       0300-EXTRACT-RECORD-TYPES.
      *    the command-line names go aside; PICKED-FIELD is rebuilt
      *    from them for each record type in turn
           MOVE WS-PICKED-COUNT TO WS-RQ-COUNT.
           MOVE 1 TO WS-RQ-IDX.
           PERFORM 0301-SET-ASIDE-REQUESTED
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           MOVE 1 TO WS-RQ-IDX.
           PERFORM 0302-CHECK-REQUESTED-FIELD
               UNTIL WS-RQ-IDX > WS-RQ-COUNT.
           MOVE SPACES TO WS-OUT-BASE.
           DISPLAY "DD_OUTFILE" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OUT-BASE FROM ENVIRONMENT-VALUE.
           IF WS-OUT-BASE = SPACES
               MOVE "DD_OUTFILE" TO WS-OUT-BASE
           END-IF.
           PERFORM 0320-COUNT-UNTYPED-RECORDS.
           MOVE 1 TO WS-RT-IDX.
           PERFORM 0310-EXTRACT-ONE-TYPE
               UNTIL WS-RT-IDX > WS-RT-COUNT.
           IF WS-UNTYPED-COUNT > 0
               DISPLAY WS-UNTYPED-COUNT " RECORD(S) MATCH NO RECTYPE "
                       "OF " TRIM(WS-ARG-LAYOUT) " AND WERE NOT "
                       "EXTRACTED"
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 0470-REPORT-BAD-TOTAL.
       0301-SET-ASIDE-REQUESTED.
           MOVE PF-NAME(WS-RQ-IDX) TO RQ-NAME(WS-RQ-IDX).
           ADD 1 TO WS-RQ-IDX.
       0302-CHECK-REQUESTED-FIELD.
      *    a named field must belong to at least one record type, or
      *    it is a typo that would otherwise vanish silently
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-WORK-IDX.
           PERFORM 0303-CHECK-REQUESTED-STEP
               UNTIL WS-WORK-IDX > WS-FIELD-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               DISPLAY "FIELD " TRIM(RQ-NAME(WS-RQ-IDX))
                       " IS NOT DEFINED FOR ANY RECORD TYPE OF "
                       TRIM(WS-ARG-LAYOUT) " IN LAYOUTS.DEF"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           ADD 1 TO WS-RQ-IDX.
       0303-CHECK-REQUESTED-STEP.
           IF DF-NAME(WS-WORK-IDX) = RQ-NAME(WS-RQ-IDX)
               MOVE 1 TO WS-RT-IDX
               PERFORM 0304-MATCH-TYPE-LAYOUT
                   UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-FOUND-YES
           END-IF.
           ADD 1 TO WS-WORK-IDX.
       0304-MATCH-TYPE-LAYOUT.
           IF RT-LAYOUT(WS-RT-IDX) = DF-LAYOUT(WS-WORK-IDX)
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-RT-IDX
           END-IF.
       0310-EXTRACT-ONE-TYPE.
           PERFORM 0315-PICK-TYPE-FIELDS.
           IF WS-PICKED-COUNT = 0
               DISPLAY "RECORD TYPE " TRIM(RT-CODE(WS-RT-IDX))
                       " (" TRIM(RT-LAYOUT(WS-RT-IDX)) ") HAS NONE "
                       "OF THE NAMED FIELDS, NOTHING WRITTEN FOR IT"
           ELSE
               PERFORM 0007-CHECK-TOTAL-WIDTH
               MOVE SPACES TO WS-OUT-NAME
               STRING TRIM(WS-OUT-BASE) DELIMITED BY SIZE
                       "." DELIMITED BY SIZE
                       TRIM(RT-LAYOUT(WS-RT-IDX)) DELIMITED BY SIZE
                   INTO WS-OUT-NAME
               DISPLAY "DD_OUTFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-OUT-NAME UPON ENVIRONMENT-VALUE
               PERFORM 0008-OPEN-FILES
               PERFORM 0100-WRITE-HEADER-ROW
               MOVE 0 TO WS-LINE-COUNTER
               PERFORM 0330-READ-TYPED-RECORD
                   UNTIL INFILE-EOF
               PERFORM 0058-CLOSE-INPUT
               CLOSE OUTFILE
               DISPLAY WS-LINE-COUNTER " "
                       TRIM(RT-LAYOUT(WS-RT-IDX)) " RECORDS "
                       "EXTRACTED TO " TRIM(WS-OUT-NAME)
           END-IF.
           ADD 1 TO WS-RT-IDX.
       0315-PICK-TYPE-FIELDS.
      *    the named fields this record type defines, in command-line
      *    order - or every field of its layout when none were named
           MOVE 0 TO WS-PICKED-COUNT.
           IF WS-RQ-COUNT = 0
               MOVE 1 TO WS-WORK-IDX
               PERFORM 0316-PICK-LAYOUT-FIELD
                   UNTIL WS-WORK-IDX > WS-FIELD-COUNT
           ELSE
               MOVE 1 TO WS-RQ-IDX
               PERFORM 0317-PICK-REQUESTED-FIELD
                   UNTIL WS-RQ-IDX > WS-RQ-COUNT
           END-IF.
       0316-PICK-LAYOUT-FIELD.
           IF DF-LAYOUT(WS-WORK-IDX) = RT-LAYOUT(WS-RT-IDX)
               IF WS-PICKED-COUNT < 20
                   ADD 1 TO WS-PICKED-COUNT
                   MOVE DF-NAME(WS-WORK-IDX)
                       TO PF-NAME(WS-PICKED-COUNT)
                   MOVE DF-START(WS-WORK-IDX)
                       TO PF-START(WS-PICKED-COUNT)
                   MOVE DF-LENGTH(WS-WORK-IDX)
                       TO PF-LENGTH(WS-PICKED-COUNT)
                   MOVE DF-TYPE(WS-WORK-IDX)
                       TO PF-TYPE(WS-PICKED-COUNT)
                   MOVE DF-DECIMALS(WS-WORK-IDX)
                       TO PF-DECIMALS(WS-PICKED-COUNT)
               ELSE
                   DISPLAY "ONLY THE FIRST 20 FIELDS OF "
                           TRIM(RT-LAYOUT(WS-RT-IDX)) " ARE "
                           "EXTRACTED, " TRIM(DF-NAME(WS-WORK-IDX))
                           " LEFT OUT"
               END-IF
           END-IF.
           ADD 1 TO WS-WORK-IDX.
       0317-PICK-REQUESTED-FIELD.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-WORK-IDX.
           PERFORM 0318-PICK-REQUESTED-STEP
               UNTIL WS-WORK-IDX > WS-FIELD-COUNT OR WS-FOUND-YES.
           ADD 1 TO WS-RQ-IDX.
       0318-PICK-REQUESTED-STEP.
           IF DF-LAYOUT(WS-WORK-IDX) = RT-LAYOUT(WS-RT-IDX)
                   AND DF-NAME(WS-WORK-IDX) = RQ-NAME(WS-RQ-IDX)
               ADD 1 TO WS-PICKED-COUNT
               MOVE DF-NAME(WS-WORK-IDX) TO PF-NAME(WS-PICKED-COUNT)
               MOVE DF-START(WS-WORK-IDX) TO PF-START(WS-PICKED-COUNT)
               MOVE DF-LENGTH(WS-WORK-IDX)
                   TO PF-LENGTH(WS-PICKED-COUNT)
               MOVE DF-TYPE(WS-WORK-IDX) TO PF-TYPE(WS-PICKED-COUNT)
               MOVE DF-DECIMALS(WS-WORK-IDX)
                   TO PF-DECIMALS(WS-PICKED-COUNT)
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-WORK-IDX
           END-IF.
       0320-COUNT-UNTYPED-RECORDS.
      *    a pass of its own, so a record matching no type is counted
      *    once however many types there are
           PERFORM 0057-OPEN-INPUT.
           IF NOT INFILE-OK
               CALL "FSTATMSG" USING INFILE-STATUS WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY "DD_INFILE: " WS-FSTAT-MESSAGE " (STATUS "
                       INFILE-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0325-CLASSIFY-ONE-RECORD
               UNTIL INFILE-EOF.
           PERFORM 0058-CLOSE-INPUT.
       0325-CLASSIFY-ONE-RECORD.
           PERFORM 0050-READ-RECORD.
           IF INFILE-OK
               MOVE "N" TO WS-FOUND-SW
               MOVE 1 TO WS-RT-IDX
               PERFORM 0326-MATCH-RECORD-TYPE
                   UNTIL WS-RT-IDX > WS-RT-COUNT OR WS-FOUND-YES
               IF NOT WS-FOUND-YES
                   ADD 1 TO WS-UNTYPED-COUNT
               END-IF
           END-IF.
           PERFORM 0335-CHECK-INFILE-STATUS.
       0326-MATCH-RECORD-TYPE.
           PERFORM 0327-CUT-RECORD-CODE.
           IF WS-RECORD-CODE(1:RT-LENGTH(WS-RT-IDX))
                   = RT-CODE(WS-RT-IDX)(1:RT-LENGTH(WS-RT-IDX))
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-RT-IDX
           END-IF.
       0327-CUT-RECORD-CODE.
      *    the codes in LAYOUTS.DEF are typed in ASCII, so an EBCDIC
      *    record's code columns are translated before comparing
           MOVE SPACES TO WS-RECORD-CODE.
           MOVE WS-LINE(RT-START(WS-RT-IDX):RT-LENGTH(WS-RT-IDX))
               TO WS-RECORD-CODE(1:RT-LENGTH(WS-RT-IDX)).
           IF WS-EBCDIC-LAYOUT
               INSPECT WS-RECORD-CODE
                   CONVERTING EBCDIC-CODE-POINTS TO EBCDIC-TO-ASCII
           END-IF.
       0330-READ-TYPED-RECORD.
           PERFORM 0050-READ-RECORD.
           IF INFILE-OK
               PERFORM 0327-CUT-RECORD-CODE
               IF WS-RECORD-CODE(1:RT-LENGTH(WS-RT-IDX))
                       = RT-CODE(WS-RT-IDX)(1:RT-LENGTH(WS-RT-IDX))
                   PERFORM 0200-WRITE-CSV-ROW
                   ADD 1 TO WS-LINE-COUNTER
               END-IF
           END-IF.
           PERFORM 0335-CHECK-INFILE-STATUS.
       0335-CHECK-INFILE-STATUS.
           IF NOT INFILE-OK AND NOT INFILE-EOF
               CALL "FSTATMSG" USING INFILE-STATUS WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY "DD_INFILE: " WS-FSTAT-MESSAGE " (STATUS "
                       INFILE-STATUS ")"
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0400-DECODE-FIELD.
      *    the field's bytes go to WS-RAW, its readable form to
      *    WS-FIELD-VALUE; numbers are gathered unsigned in WS-DIGITS
      *    with the sign kept apart
           MOVE SPACES TO WS-RAW.
           MOVE PF-LENGTH(WS-PICK-IDX) TO WS-RAW-LENGTH.
           MOVE WS-LINE(PF-START(WS-PICK-IDX):WS-RAW-LENGTH)
               TO WS-RAW(1:WS-RAW-LENGTH).
           MOVE "N" TO WS-BAD-SW.
           MOVE "N" TO WS-NEGATIVE-SW.
           MOVE 0 TO WS-DIGITS.
           EVALUATE PF-TYPE(WS-PICK-IDX)
               WHEN "ZONED"
                   PERFORM 0420-DECODE-ZONED
               WHEN "PACKED"
                   PERFORM 0430-DECODE-PACKED
               WHEN "BINARY"
                   PERFORM 0440-DECODE-BINARY
               WHEN OTHER
                   PERFORM 0410-DECODE-CHARACTER
           END-EVALUATE.
           IF WS-BAD-DATA
               PERFORM 0460-REPORT-BAD-FIELD
               MOVE SPACES TO WS-FIELD-VALUE
           END-IF.
       0410-DECODE-CHARACTER.
           MOVE WS-RAW(1:WS-RAW-LENGTH)
               TO WS-FIELD-VALUE(1:WS-RAW-LENGTH).
           INSPECT WS-FIELD-VALUE(1:WS-RAW-LENGTH)
               CONVERTING EBCDIC-CODE-POINTS TO EBCDIC-TO-ASCII.
           IF WS-FIELD-VALUE(1:WS-RAW-LENGTH) IS NOT PRINTABLE-TEXT
               MOVE "Y" TO WS-BAD-SW
           END-IF.
       0420-DECODE-ZONED.
           MOVE 0 TO WS-BLANK-COUNT.
           INSPECT WS-RAW(1:WS-RAW-LENGTH)
               TALLYING WS-BLANK-COUNT FOR ALL WS-BLANK-BYTE.
      *    a numeric field nobody filled in is an empty column, not
      *    bad data
           IF WS-BLANK-COUNT < WS-RAW-LENGTH
               MOVE 1 TO WS-RAW-IDX
               PERFORM 0425-DECODE-ZONED-BYTE
                   UNTIL WS-RAW-IDX > WS-RAW-LENGTH OR WS-BAD-DATA
               IF NOT WS-BAD-DATA
                   PERFORM 0450-FORMAT-NUMBER
               END-IF
           END-IF.
       0425-DECODE-ZONED-BYTE.
           COMPUTE WS-BYTE-VALUE = ORD(WS-RAW(WS-RAW-IDX:1)) - 1.
           DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HIGH-NIBBLE
               REMAINDER WS-LOW-NIBBLE.
           IF WS-EBCDIC-LAYOUT
               PERFORM 0426-EBCDIC-ZONED-BYTE
           ELSE
               PERFORM 0427-ASCII-ZONED-BYTE
           END-IF.
           IF NOT WS-BAD-DATA
               COMPUTE WS-DIGITS = WS-DIGITS * 10 + WS-DIGIT
           END-IF.
           ADD 1 TO WS-RAW-IDX.
       0426-EBCDIC-ZONED-BYTE.
      *    digits are X'F0'-X'F9'; the last byte carries the sign in
      *    its zone - C, A, E or F plus, D or B minus
           EVALUATE TRUE
               WHEN WS-LOW-NIBBLE > 9
                   MOVE "Y" TO WS-BAD-SW
               WHEN WS-HIGH-NIBBLE = 15
                   MOVE WS-LOW-NIBBLE TO WS-DIGIT
               WHEN WS-RAW-IDX < WS-RAW-LENGTH
                   MOVE "Y" TO WS-BAD-SW
               WHEN WS-HIGH-NIBBLE = 13 OR WS-HIGH-NIBBLE = 11
                   MOVE WS-LOW-NIBBLE TO WS-DIGIT
                   MOVE "Y" TO WS-NEGATIVE-SW
               WHEN WS-HIGH-NIBBLE = 12 OR WS-HIGH-NIBBLE = 10
                       OR WS-HIGH-NIBBLE = 14
                   MOVE WS-LOW-NIBBLE TO WS-DIGIT
               WHEN OTHER
                   MOVE "Y" TO WS-BAD-SW
           END-EVALUATE.
       0427-ASCII-ZONED-BYTE.
      *    digits are "0"-"9"; the last byte may be overpunched with
      *    the sign - "{" and A-I plus, "}" and J-R minus, or
      *    X'70'-X'79' minus as the ASCII compilers write it
           EVALUATE TRUE
               WHEN WS-BYTE-VALUE >= 48 AND WS-BYTE-VALUE <= 57
                   COMPUTE WS-DIGIT = WS-BYTE-VALUE - 48
               WHEN WS-RAW-IDX < WS-RAW-LENGTH
                   MOVE "Y" TO WS-BAD-SW
               WHEN WS-BYTE-VALUE = 123
                   MOVE 0 TO WS-DIGIT
               WHEN WS-BYTE-VALUE >= 65 AND WS-BYTE-VALUE <= 73
                   COMPUTE WS-DIGIT = WS-BYTE-VALUE - 64
               WHEN WS-BYTE-VALUE = 125
                   MOVE 0 TO WS-DIGIT
                   MOVE "Y" TO WS-NEGATIVE-SW
               WHEN WS-BYTE-VALUE >= 74 AND WS-BYTE-VALUE <= 82
                   COMPUTE WS-DIGIT = WS-BYTE-VALUE - 73
                   MOVE "Y" TO WS-NEGATIVE-SW
               WHEN WS-BYTE-VALUE >= 112 AND WS-BYTE-VALUE <= 121
                   COMPUTE WS-DIGIT = WS-BYTE-VALUE - 112
                   MOVE "Y" TO WS-NEGATIVE-SW
               WHEN OTHER
                   MOVE "Y" TO WS-BAD-SW
           END-EVALUATE.
       0430-DECODE-PACKED.
           MOVE 1 TO WS-RAW-IDX.
           PERFORM 0435-DECODE-PACKED-BYTE
               UNTIL WS-RAW-IDX > WS-RAW-LENGTH OR WS-BAD-DATA.
           IF NOT WS-BAD-DATA
               PERFORM 0450-FORMAT-NUMBER
           END-IF.
       0435-DECODE-PACKED-BYTE.
      *    two digits a byte, the last half-byte the sign - C, A, E
      *    or F plus, D or B minus
           COMPUTE WS-BYTE-VALUE = ORD(WS-RAW(WS-RAW-IDX:1)) - 1.
           DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HIGH-NIBBLE
               REMAINDER WS-LOW-NIBBLE.
           EVALUATE TRUE
               WHEN WS-HIGH-NIBBLE > 9
                   MOVE "Y" TO WS-BAD-SW
               WHEN WS-RAW-IDX < WS-RAW-LENGTH AND WS-LOW-NIBBLE > 9
                   MOVE "Y" TO WS-BAD-SW
               WHEN WS-RAW-IDX < WS-RAW-LENGTH
                   COMPUTE WS-DIGITS = WS-DIGITS * 100
                         + WS-HIGH-NIBBLE * 10 + WS-LOW-NIBBLE
               WHEN WS-LOW-NIBBLE = 13 OR WS-LOW-NIBBLE = 11
                   COMPUTE WS-DIGITS = WS-DIGITS * 10 + WS-HIGH-NIBBLE
                   MOVE "Y" TO WS-NEGATIVE-SW
               WHEN WS-LOW-NIBBLE > 9
                   COMPUTE WS-DIGITS = WS-DIGITS * 10 + WS-HIGH-NIBBLE
               WHEN OTHER
                   MOVE "Y" TO WS-BAD-SW
           END-EVALUATE.
           ADD 1 TO WS-RAW-IDX.
       0440-DECODE-BINARY.
      *    big-endian two's complement, as the mainframe writes a
      *    COMP halfword, fullword or doubleword; a negative value is
      *    gathered from its complement and one added back
           COMPUTE WS-BYTE-VALUE = ORD(WS-RAW(1:1)) - 1.
           IF WS-BYTE-VALUE > 127
               MOVE "Y" TO WS-NEGATIVE-SW
           END-IF.
           MOVE 1 TO WS-RAW-IDX.
           PERFORM 0445-DECODE-BINARY-BYTE
               UNTIL WS-RAW-IDX > WS-RAW-LENGTH OR WS-BAD-DATA.
           IF WS-NEGATIVE AND NOT WS-BAD-DATA
               ADD 1 TO WS-DIGITS
                   ON SIZE ERROR
                       MOVE "Y" TO WS-BAD-SW
               END-ADD
           END-IF.
           IF NOT WS-BAD-DATA
               PERFORM 0450-FORMAT-NUMBER
           END-IF.
       0445-DECODE-BINARY-BYTE.
           COMPUTE WS-BYTE-VALUE = ORD(WS-RAW(WS-RAW-IDX:1)) - 1.
           IF WS-NEGATIVE
               COMPUTE WS-BYTE-VALUE = 255 - WS-BYTE-VALUE
           END-IF.
      *    a doubleword past 18 digits will not fit and is reported
           COMPUTE WS-DIGITS = WS-DIGITS * 256 + WS-BYTE-VALUE
               ON SIZE ERROR
                   MOVE "Y" TO WS-BAD-SW
           END-COMPUTE.
           ADD 1 TO WS-RAW-IDX.
       0450-FORMAT-NUMBER.
      *    WS-DIGITS with the field's implied decimal point put back,
      *    no leading zeros and a leading minus when negative
           MOVE 0 TO WS-LEADING-ZEROS.
           INSPECT WS-DIGITS-X TALLYING WS-LEADING-ZEROS
               FOR LEADING "0".
           COMPUTE WS-INT-LENGTH = 18 - PF-DECIMALS(WS-PICK-IDX).
           COMPUTE WS-INT-START = WS-LEADING-ZEROS + 1.
           IF WS-INT-START > WS-INT-LENGTH
               MOVE WS-INT-LENGTH TO WS-INT-START
           END-IF.
           MOVE SPACE TO WS-SIGN.
           IF WS-NEGATIVE AND WS-DIGITS NOT = 0
               MOVE "-" TO WS-SIGN
           END-IF.
           MOVE SPACES TO WS-FIELD-VALUE.
           MOVE 1 TO WS-VALUE-POS.
           STRING WS-SIGN DELIMITED BY SPACE
                   WS-DIGITS-X(WS-INT-START:
                               WS-INT-LENGTH - WS-INT-START + 1)
                       DELIMITED BY SIZE
               INTO WS-FIELD-VALUE WITH POINTER WS-VALUE-POS.
           IF PF-DECIMALS(WS-PICK-IDX) > 0
               STRING "." DELIMITED BY SIZE
                       WS-DIGITS-X(WS-INT-LENGTH + 1:
                                   PF-DECIMALS(WS-PICK-IDX))
                           DELIMITED BY SIZE
                   INTO WS-FIELD-VALUE WITH POINTER WS-VALUE-POS
           END-IF.
       0460-REPORT-BAD-FIELD.
      *    the first 100 are listed with their bytes, the rest only
      *    counted, so a wholly misdescribed file does not bury the
      *    console
           ADD 1 TO WS-BAD-COUNT.
           IF WS-BAD-COUNT <= 100
               MOVE SPACES TO WS-HEX
               MOVE 1 TO WS-RAW-IDX
               PERFORM 0465-HEX-OF-RAW-BYTE
                   UNTIL WS-RAW-IDX > WS-RAW-LENGTH
                      OR WS-RAW-IDX > 16
               IF WS-RAW-LENGTH > 16
                   MOVE "..." TO WS-HEX(33:3)
               END-IF
               DISPLAY "RECORD " WS-RECORD-NUMBER " FIELD "
                       TRIM(PF-NAME(WS-PICK-IDX)) ": BAD "
                       TRIM(PF-TYPE(WS-PICK-IDX)) " DATA X'"
                       TRIM(WS-HEX) "'"
           END-IF.
           IF WS-BAD-COUNT = 100
               DISPLAY "FURTHER BAD FIELDS ARE COUNTED BUT NOT LISTED"
           END-IF.
       0465-HEX-OF-RAW-BYTE.
           COMPUTE WS-BYTE-VALUE = ORD(WS-RAW(WS-RAW-IDX:1)) - 1.
           DIVIDE WS-BYTE-VALUE BY 16 GIVING WS-HIGH-NIBBLE
               REMAINDER WS-LOW-NIBBLE.
           COMPUTE WS-HEX-IDX = WS-RAW-IDX * 2 - 1.
           MOVE WS-HEX-DIGITS(WS-HIGH-NIBBLE + 1:1)
               TO WS-HEX(WS-HEX-IDX:1).
           MOVE WS-HEX-DIGITS(WS-LOW-NIBBLE + 1:1)
               TO WS-HEX(WS-HEX-IDX + 1:1).
           ADD 1 TO WS-RAW-IDX.
       0470-REPORT-BAD-TOTAL.
           IF WS-BAD-COUNT > 0
               DISPLAY WS-BAD-COUNT " FIELD(S) DID NOT DECODE AND "
                       "WERE WRITTEN AS EMPTY COLUMNS"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.
       9999-EXIT.
           STOP RUN.
