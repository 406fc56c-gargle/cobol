       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-STOCKTAKE.
      * cobc -x -Wall bier-stocktake.cob fstatmsg.cob opsjrnl.cob
      *          bierauth.cob bierpin.cob bierhash.cob
      *          bierjrnl.cob rptspool.cob bierlkid.cob
      *          bierenv.cob -I copybooks
      *          -T bier-stocktake.lst
      *
      * usage: bier-stocktake SHEET
      *        bier-stocktake COUNT code quantity
      *        bier-stocktake POST
      *        bier-stocktake HISTORY [yyyy]
      *   the physical stock-take, so BSTK-ON-HAND stops drifting
      * away from what is really in the fridge.  SHEET prints the
      * count sheet - every BIER.BEV code still served plus anything
      * discontinued that BIER.STK still holds - without the book
      * figure, so the count is blind.  COUNT records one counted
      * quantity on the BIER.CNT work file (counting a code again
      * replaces the earlier figure).  POST takes the lock and
      * prints the variance report, book against counted per code,
      * valued at the price in force today (BIER.PRCH, else
      * BBEV-UNIT-PRICE); the counted quantity becomes the new book
      * figure on BIER.STK with every adjustment journalled through
      * BIERJRNL, each line goes onto the BIER.SHRK shrinkage
      * history, and BIER.CNT is emptied for the next stock-take.
      * stocked codes nobody counted are listed and left alone.
      * POST exits with return code 4 when anything was adrift.
      *   HISTORY reads BIER.SHRK back: one line per stock-take with
      * the units and euros gone missing (or turned up), so the
      * trend over the year is visible, then the beverages ranked by
      * the value that went missing.  without a year, everything on
      * file.  reports go through RPTSPOOL.
      *     BIER.CNT:  code counted yyyymmddhhmmss operator
      *     BIER.SHRK: yyyymmdd code book counted variance value
      *   POST is granted through BIER.AUTH (BIERAUTH).
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIER-STOCK ASSIGN TO "BIER.STK"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSTK-CODE
               FILE STATUS IS STK-STAT.
           SELECT BIER-BEVERAGE ASSIGN TO "BIER.BEV"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BBEV-CODE
               FILE STATUS IS BEV-STAT.
           SELECT PRICE-HISTORY ASSIGN TO "BIER.PRCH"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PRCH-STAT.
           SELECT COUNT-FILE ASSIGN TO "BIER.CNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CNT-STAT.
           SELECT SHRINK-HISTORY ASSIGN TO "BIER.SHRK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHRK-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER-STOCK.
       COPY "bierstk.cpy".
       FD  BIER-BEVERAGE.
       COPY "bierbev.cpy".
       FD  PRICE-HISTORY.
       01  PRICE-HISTORY-LINE                     PIC X(40).
       FD  COUNT-FILE.
       01  COUNT-LINE                             PIC X(60).
       FD  SHRINK-HISTORY.
       01  SHRINK-LINE                            PIC X(80).
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierjrn.cpy".
       COPY "rptspl.cpy".
       01  COUNT-TABLE.
           03  COUNT-ENTRY OCCURS 100 TIMES.
               05  CT-CODE                        PIC X(16).
               05  CT-COUNTED                     PIC 9(05).
               05  CT-LINE                        PIC X(60).
       77  WS-CT-COUNT                            PIC 9(03) VALUE 0.
       77  WS-CT-IDX                              PIC 9(03).
       01  COUNT-LINE-FIELDS.
           03  CL-CODE                            PIC X(16).
           03  CL-COUNTED                         PIC X(05).
       01  SHRINK-LINE-FIELDS.
           03  SH-DATE                            PIC X(08).
           03  SH-CODE                            PIC X(16).
           03  SH-BOOK                            PIC X(07).
           03  SH-COUNTED                         PIC X(07).
           03  SH-VARIANCE                        PIC X(07).
           03  SH-VALUE                           PIC X(12).
      * one line per stock-take for the trend
       01  TAKE-TABLE.
           03  TAKE-ENTRY OCCURS 200 TIMES.
               05  TK-DATE                        PIC 9(08).
               05  TK-CODES                       PIC 9(03).
               05  TK-MISSING-UNITS               PIC 9(06).
               05  TK-FOUND-UNITS                 PIC 9(06).
               05  TK-NET-VALUE                   PIC S9(07)V99.
       77  WS-TK-COUNT                            PIC 9(03) VALUE 0.
       77  WS-TK-IDX                              PIC 9(03).
      * missing units and value per beverage, for the ranking
       01  LOSS-TABLE.
           03  LOSS-ENTRY OCCURS 100 TIMES.
               05  LS-CODE                        PIC X(16).
               05  LS-MISSING-UNITS               PIC 9(06).
               05  LS-MISSING-VALUE               PIC 9(07)V99.
       77  WS-LS-COUNT                            PIC 9(03) VALUE 0.
       77  WS-LS-IDX                              PIC 9(03).
       77  WS-LS-BEST                             PIC 9(03).
       77  WS-LS-SCAN                             PIC 9(03).
       01  LOSS-SWAP-ENTRY.
           03  LW-CODE                            PIC X(16).
           03  LW-MISSING-UNITS                   PIC 9(06).
           03  LW-MISSING-VALUE                   PIC 9(07)V99.
       01  PRICE-HISTORY-FIELDS.
           03  PH-CODE-TOKEN                      PIC X(16).
           03  PH-DATE-TOKEN                      PIC X(08).
           03  PH-PRICE-TOKEN                     PIC X(07).
       01  PRICE-HISTORY-TABLE.
           03  PH-ENTRY OCCURS 200 TIMES.
               05  PH-CODE                        PIC X(16).
               05  PH-EFF-DATE                    PIC 9(08).
               05  PH-PRICE                       PIC 9(03)V99.
       77  WS-PH-COUNT                            PIC 9(03) VALUE 0.
       77  WS-PH-IDX                              PIC 9(03).
       77  WS-PH-BEST-DATE                        PIC 9(08).
       77  WS-PH-BEST-PRICE                       PIC 9(03)V99.
       77  WS-PRICE                               PIC 9(03)V99.
       01  SHEET-PRINT-LINE.
           03  SP-CODE                            PIC X(16).
           03  FILLER                             PIC X(02) VALUE SPACE.
           03  SP-DESCRIPTION                     PIC X(24).
           03  FILLER                             PIC X(02) VALUE SPACE.
           03  SP-COUNT-BOX                       PIC X(20)
                                          VALUE "COUNTED: __________".
       01  VARIANCE-PRINT-LINE.
           03  VP-CODE                            PIC X(16).
           03  FILLER                             PIC X(01) VALUE SPACE.
           03  VP-BOOK                            PIC -(5)9.
           03  FILLER                             PIC X(02) VALUE SPACE.
           03  VP-COUNTED                         PIC Z(5)9.
           03  FILLER                             PIC X(02) VALUE SPACE.
           03  VP-VARIANCE                        PIC -(5)9.
           03  FILLER                             PIC X(02) VALUE SPACE.
           03  VP-PRICE                           PIC ZZ9.99.
           03  FILLER                             PIC X(02) VALUE SPACE.
           03  VP-VALUE                           PIC -(6)9.99.
       01  TAKE-PRINT-LINE.
           03  TP-DATE                            PIC 9(08).
           03  FILLER                             PIC X(03) VALUE SPACE.
           03  TP-CODES                           PIC ZZ9.
           03  FILLER                             PIC X(04) VALUE SPACE.
           03  TP-MISSING                         PIC ZZZZZ9.
           03  FILLER                             PIC X(04) VALUE SPACE.
           03  TP-FOUND                           PIC ZZZZZ9.
           03  FILLER                             PIC X(03) VALUE SPACE.
           03  TP-NET-VALUE                       PIC -(7)9.99.
       01  LOSS-PRINT-LINE.
           03  LP-CODE                            PIC X(16).
           03  FILLER                             PIC X(03) VALUE SPACE.
           03  LP-MISSING                         PIC ZZZZZ9.
           03  FILLER                             PIC X(04) VALUE SPACE.
           03  LP-VALUE                           PIC ZZZZZZ9.99.
       77  WS-RUN-MODE                            PIC X(08).
       77  WS-ARG-CODE                            PIC X(16).
       77  WS-ARG-QUANTITY                        PIC X(05).
       77  WS-ARG-YEAR                            PIC X(04).
       77  WS-QUANTITY                            PIC 9(05).
       77  WS-OPERATOR-ID                         PIC X(08).
       77  WS-BOOK                                PIC S9(05).
       77  WS-VARIANCE                            PIC S9(06).
       77  WS-VALUE                               PIC S9(07)V99.
       77  WS-TOTAL-VALUE                         PIC S9(07)V99 VALUE 0.
       77  WS-ADRIFT-COUNT                        PIC 9(03) VALUE 0.
       77  WS-UNCOUNTED-COUNT                     PIC 9(03) VALUE 0.
       77  WS-SHEET-COUNT                         PIC 9(03) VALUE 0.
       77  WS-NUM-EDIT                            PIC -(5)9.
       77  WS-VALUE-EDIT                          PIC -(6)9.99.
       77  WS-HIST-VARIANCE                       PIC S9(06).
       77  WS-HIST-VALUE                          PIC S9(07)V99.
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-STOCKED-SW                          PIC X(01).
           88  WS-STOCKED-YES                     VALUE "Y".
       77  WS-STK-OPEN-SW                         PIC X(01) VALUE "N".
           88  WS-STK-OPEN                        VALUE "Y".
       01  WS-NOW-DATA.
           03  WS-NOW-TIMESTAMP                   PIC 9(14).
           03  FILLER                             PIC X(07).
       01  WS-TODAY-DATA REDEFINES WS-NOW-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                             PIC X(13).
       77  STK-STAT                                PIC X(02).
       77  BEV-STAT                                PIC X(02).
       77  PRCH-STAT                               PIC X(02).
       77  CNT-STAT                                PIC X(02).
       77  SHRK-STAT                               PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
                                                  VALUE "BIERSTTK".
       77  WS-OPS-FILE-NAME                       PIC X(16).
       77  WS-OPS-RETURN-CODE                     PIC 9(02).
       77  WS-LOCK-RETRY                          PIC 9(02).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                              VALUE "BIER-STOCKTAKE".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF WS-RUN-MODE = "POST"
               PERFORM 0002-CHECK-AUTHORITY
           END-IF.
           EVALUATE WS-RUN-MODE
               WHEN "SHEET"
                   PERFORM 0100-PRINT-COUNT-SHEET
               WHEN "COUNT"
                   PERFORM 0200-RECORD-COUNT
               WHEN "POST"
                   PERFORM 0300-POST-STOCK-TAKE
               WHEN "HISTORY"
                   PERFORM 0500-SHRINKAGE-HISTORY
               WHEN OTHER
                   DISPLAY "USAGE: BIER-STOCKTAKE SHEET" UPON TERM
                   DISPLAY "       BIER-STOCKTAKE COUNT CODE QUANTITY"
                       UPON TERM
                   DISPLAY "       BIER-STOCKTAKE POST" UPON TERM
                   DISPLAY "       BIER-STOCKTAKE HISTORY [YYYY]"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GO TO 9999-EXIT.
       0002-CHECK-AUTHORITY.
      *    the role table on BIER.AUTH (see BIERAUTH)
           MOVE WS-RUN-MODE TO WS-AUTH-ACTION.
           CALL "BIERAUTH" USING WS-AUTH-PROGRAM WS-AUTH-ACTION
                                 WS-AUTH-SW.
           IF NOT WS-AUTHORIZED
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0006-GET-ARGUMENTS.
           MOVE SPACES TO WS-RUN-MODE WS-ARG-CODE WS-ARG-QUANTITY.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-CODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-CODE
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-QUANTITY FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-QUANTITY
           END-ACCEPT.
      *    HISTORY's year is the second word
           MOVE WS-ARG-CODE(1:4) TO WS-ARG-YEAR.
           MOVE SPACES TO WS-OPERATOR-ID.
           DISPLAY "BIER_USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               DISPLAY "USER" UPON ENVIRONMENT-NAME
               ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE
           END-IF.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
           MOVE CURRENT-DATE TO WS-NOW-DATA.
       0100-PRINT-COUNT-SHEET.
           OPEN INPUT BIER-BEVERAGE.
           IF BEV-STAT NOT = "00"
               DISPLAY "BIER.BEV IS NEEDED FOR THE COUNT SHEET - SET "
                       "THE CATALOG UP WITH BIER-BEVMAINT FIRST"
                       UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT BIER-STOCK.
           IF STK-STAT = "00"
               MOVE "Y" TO WS-STK-OPEN-SW
           END-IF.
           INITIALIZE RPT-SPOOL-AREA.
           MOVE "O" TO RPT-ACTION.
           MOVE "BIER-STKTAKE" TO RPT-PROGRAM.
           MOVE WS-TODAY-DATE TO RPT-PERIOD.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           MOVE SPACES TO RPT-LINE.
           STRING "STOCK-TAKE COUNT SHEET " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "CODE              DESCRIPTION" TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:64).
           PERFORM 0390-PRINT-RPT-LINE.
           PERFORM 0110-SHEET-ONE-CODE
               UNTIL BEV-STAT = "10".
           CLOSE BIER-BEVERAGE.
           IF WS-STK-OPEN
               CLOSE BIER-STOCK
           END-IF.
           MOVE ALL "-" TO RPT-LINE(1:64).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           STRING WS-SHEET-COUNT DELIMITED BY SIZE
                   " CODE(S) TO COUNT - ENTER EACH WITH "
                       DELIMITED BY SIZE
                   "BIER-STOCKTAKE COUNT" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "C" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0110-SHEET-ONE-CODE.
           READ BIER-BEVERAGE NEXT RECORD
               AT END
                   MOVE "10" TO BEV-STAT
               NOT AT END
                   MOVE "N" TO WS-STOCKED-SW
                   IF WS-STK-OPEN
                       MOVE BBEV-CODE TO BSTK-CODE
                       READ BIER-STOCK
                           KEY IS BSTK-CODE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               IF BSTK-ON-HAND NOT = 0
                                   MOVE "Y" TO WS-STOCKED-SW
                               END-IF
                       END-READ
                   END-IF
      *            a discontinued code stays on the sheet until the
      *            last of it has left the fridge
                   IF BBEV-ACTIVE OR WS-STOCKED-YES
                       MOVE BBEV-CODE TO SP-CODE
                       MOVE BBEV-DESCRIPTION TO SP-DESCRIPTION
                       MOVE SHEET-PRINT-LINE TO RPT-LINE
                       PERFORM 0390-PRINT-RPT-LINE
                       ADD 1 TO WS-SHEET-COUNT
                   END-IF
           END-READ.
       0200-RECORD-COUNT.
           IF WS-ARG-CODE = SPACES OR WS-ARG-QUANTITY = SPACES
               DISPLAY "COUNT NEEDS A CODE AND THE QUANTITY COUNTED"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF TEST-NUMVAL(WS-ARG-QUANTITY) NOT = 0
               DISPLAY "COUNTED QUANTITY MUST BE A WHOLE NUMBER"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           COMPUTE WS-QUANTITY = NUMVAL(WS-ARG-QUANTITY)
               ON SIZE ERROR
                   MOVE 0 TO WS-QUANTITY
           END-COMPUTE.
      *    same bootstrap stance as BIER-STOCK: no catalog, any code
           OPEN INPUT BIER-BEVERAGE.
           IF BEV-STAT = "00"
               MOVE WS-ARG-CODE TO BBEV-CODE
               READ BIER-BEVERAGE
                   KEY IS BBEV-CODE
                   INVALID KEY
                       DISPLAY TRIM(WS-ARG-CODE) " IS NOT ON "
                               "BIER.BEV - SEE BIER-BEVMAINT"
                               UPON TERM
                       CLOSE BIER-BEVERAGE
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
               END-READ
               CLOSE BIER-BEVERAGE
           END-IF.
           PERFORM 0800-LOAD-COUNTS.
           MOVE WS-ARG-CODE TO CL-CODE.
           PERFORM 0810-FIND-COUNT.
           IF NOT WS-FOUND-YES
               IF WS-CT-COUNT > 99
                   DISPLAY "BIER.CNT IS FULL AT 100 CODES" UPON TERM
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-CT-COUNT
               MOVE WS-CT-COUNT TO WS-CT-IDX
           ELSE
               DISPLAY "RECOUNT - " TRIM(WS-ARG-CODE) " WAS "
                       CT-COUNTED(WS-CT-IDX) UPON TERM
           END-IF.
           MOVE WS-ARG-CODE TO CT-CODE(WS-CT-IDX).
           MOVE WS-QUANTITY TO CT-COUNTED(WS-CT-IDX).
           MOVE SPACES TO CT-LINE(WS-CT-IDX).
           STRING TRIM(WS-ARG-CODE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-QUANTITY DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-NOW-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO CT-LINE(WS-CT-IDX).
           OPEN OUTPUT COUNT-FILE.
           IF CNT-STAT NOT = "00"
               MOVE CNT-STAT TO STK-STAT
               MOVE "BIER.CNT" TO WS-OPS-FILE-NAME
               PERFORM 0900-FILE-ERROR
           END-IF.
           MOVE 1 TO WS-CT-IDX.
           PERFORM 0210-WRITE-COUNT-LINE
               UNTIL WS-CT-IDX > WS-CT-COUNT.
           CLOSE COUNT-FILE.
           DISPLAY TRIM(WS-ARG-CODE) " COUNTED AT " WS-QUANTITY " - "
                   WS-CT-COUNT " CODE(S) COUNTED SO FAR" UPON TERM.
       0210-WRITE-COUNT-LINE.
           MOVE CT-LINE(WS-CT-IDX) TO COUNT-LINE.
           WRITE COUNT-LINE.
           ADD 1 TO WS-CT-IDX.
       0300-POST-STOCK-TAKE.
           PERFORM 0800-LOAD-COUNTS.
           IF WS-CT-COUNT = 0
               DISPLAY "NOTHING COUNTED ON BIER.CNT - RUN "
                       "BIER-STOCKTAKE COUNT FIRST" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0820-LOAD-PRICE-HISTORY.
           OPEN INPUT BIER-BEVERAGE.
           PERFORM 0009-ACQUIRE-LOCK.
           OPEN I-O BIER-STOCK.
           IF STK-STAT = "35"
               OPEN OUTPUT BIER-STOCK
               CLOSE BIER-STOCK
               OPEN I-O BIER-STOCK
           END-IF.
           IF STK-STAT NOT = "00"
               MOVE "BIER.STK" TO WS-OPS-FILE-NAME
               PERFORM 0900-FILE-ERROR
           END-IF.
           OPEN EXTEND SHRINK-HISTORY.
           IF SHRK-STAT = "35"
               CLOSE SHRINK-HISTORY
               OPEN OUTPUT SHRINK-HISTORY
           END-IF.
           IF SHRK-STAT NOT = "00"
               MOVE SHRK-STAT TO STK-STAT
               MOVE "BIER.SHRK" TO WS-OPS-FILE-NAME
               PERFORM 0900-FILE-ERROR
           END-IF.
           INITIALIZE RPT-SPOOL-AREA.
           MOVE "O" TO RPT-ACTION.
           MOVE "BIER-STKTAKE" TO RPT-PROGRAM.
           MOVE WS-TODAY-DATE TO RPT-PERIOD.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           MOVE SPACES TO RPT-LINE.
           STRING "STOCK-TAKE VARIANCE REPORT " DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
                   " BY " DELIMITED BY SIZE
                   TRIM(WS-OPERATOR-ID) DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "CODE                BOOK  COUNTED  VARIANCE   PRICE"
               TO RPT-LINE.
           MOVE "      VALUE" TO RPT-LINE(53:11).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:64).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE 1 TO WS-CT-IDX.
           PERFORM 0310-POST-ONE-COUNT
               UNTIL WS-CT-IDX > WS-CT-COUNT.
           CLOSE SHRINK-HISTORY.
           CLOSE BIER-STOCK.
           PERFORM 0330-LIST-UNCOUNTED.
           IF BEV-STAT = "00"
               CLOSE BIER-BEVERAGE
           END-IF.
      *    the counts are spent - an empty BIER.CNT starts the next
           OPEN OUTPUT COUNT-FILE.
           CLOSE COUNT-FILE.
           PERFORM 0095-RELEASE-LOCK.
           MOVE ALL "-" TO RPT-LINE(1:64).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE WS-TOTAL-VALUE TO WS-VALUE-EDIT.
           MOVE SPACES TO RPT-LINE.
           STRING WS-CT-COUNT DELIMITED BY SIZE
                   " CODE(S) COUNTED, " DELIMITED BY SIZE
                   WS-ADRIFT-COUNT DELIMITED BY SIZE
                   " ADRIFT, NET VALUE " DELIMITED BY SIZE
                   TRIM(WS-VALUE-EDIT) DELIMITED BY SIZE
                   " EUR" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           IF WS-UNCOUNTED-COUNT > 0
               MOVE SPACES TO RPT-LINE
               STRING WS-UNCOUNTED-COUNT DELIMITED BY SIZE
                       " STOCKED CODE(S) NOT COUNTED, BOOK FIGURE "
                           DELIMITED BY SIZE
                       "LEFT AS IT WAS" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
           END-IF.
           MOVE "C" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           IF WS-ADRIFT-COUNT > 0 OR WS-UNCOUNTED-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
       0310-POST-ONE-COUNT.
           INITIALIZE BIER-JOURNAL-RECORD.
           MOVE "N" TO WS-FOUND-SW.
           MOVE CT-CODE(WS-CT-IDX) TO BSTK-CODE.
           READ BIER-STOCK
               KEY IS BSTK-CODE
               INVALID KEY
      *            counted but never delivered through BIER-STOCK -
      *            the count creates the record
                   INITIALIZE BIER-STOCK-RECORD
                   MOVE CT-CODE(WS-CT-IDX) TO BSTK-CODE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
                   MOVE BIER-STOCK-RECORD TO JRN-BEFORE-IMAGE
           END-READ.
           MOVE BSTK-ON-HAND TO WS-BOOK.
           COMPUTE WS-VARIANCE = CT-COUNTED(WS-CT-IDX) - WS-BOOK.
           PERFORM 0320-PRICE-IN-FORCE.
           COMPUTE WS-VALUE = WS-VARIANCE * WS-PRICE.
           ADD WS-VALUE TO WS-TOTAL-VALUE.
           MOVE CT-COUNTED(WS-CT-IDX) TO BSTK-ON-HAND.
           IF WS-FOUND-YES
               REWRITE BIER-STOCK-RECORD
                   INVALID KEY
                       MOVE "BIER.STK" TO WS-OPS-FILE-NAME
                       PERFORM 0900-FILE-ERROR
               END-REWRITE
               MOVE "R" TO JRN-ACTION
           ELSE
               WRITE BIER-STOCK-RECORD
                   INVALID KEY
                       MOVE "BIER.STK" TO WS-OPS-FILE-NAME
                       PERFORM 0900-FILE-ERROR
               END-WRITE
               MOVE "W" TO JRN-ACTION
           END-IF.
           IF WS-VARIANCE NOT = 0 OR NOT WS-FOUND-YES
               MOVE "BIERSTTK" TO JRN-PROGRAM
               MOVE WS-OPERATOR-ID TO JRN-USER
               MOVE "BIER.STK" TO JRN-FILE-NAME
               MOVE BSTK-CODE TO JRN-KEY
               MOVE BIER-STOCK-RECORD TO JRN-AFTER-IMAGE
               CALL "BIERJRNL" USING BIER-JOURNAL-RECORD
           END-IF.
           IF WS-VARIANCE NOT = 0
               ADD 1 TO WS-ADRIFT-COUNT
           END-IF.
           MOVE BSTK-CODE TO VP-CODE.
           MOVE WS-BOOK TO VP-BOOK.
           MOVE CT-COUNTED(WS-CT-IDX) TO VP-COUNTED.
           MOVE WS-VARIANCE TO VP-VARIANCE.
           MOVE WS-PRICE TO VP-PRICE.
           MOVE WS-VALUE TO VP-VALUE.
           MOVE VARIANCE-PRINT-LINE TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE SPACES TO SHRINK-LINE.
           MOVE WS-BOOK TO WS-NUM-EDIT.
           MOVE TRIM(WS-NUM-EDIT) TO SH-BOOK.
           MOVE WS-VARIANCE TO WS-NUM-EDIT.
           MOVE TRIM(WS-NUM-EDIT) TO SH-VARIANCE.
           MOVE WS-VALUE TO WS-VALUE-EDIT.
           STRING WS-TODAY-DATE DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(BSTK-CODE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(SH-BOOK) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   CT-COUNTED(WS-CT-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(SH-VARIANCE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-VALUE-EDIT) DELIMITED BY SIZE
               INTO SHRINK-LINE.
           WRITE SHRINK-LINE.
           ADD 1 TO WS-CT-IDX.
       0320-PRICE-IN-FORCE.
      *    today's line on BIER.PRCH when the history knows the code,
      *    else the catalog price, else nothing
           MOVE 0 TO WS-PH-BEST-DATE WS-PH-BEST-PRICE.
           MOVE 1 TO WS-PH-IDX.
           PERFORM 0325-PRICE-SCAN-STEP
               UNTIL WS-PH-IDX > WS-PH-COUNT.
           IF WS-PH-BEST-DATE > 0
               MOVE WS-PH-BEST-PRICE TO WS-PRICE
           ELSE
               MOVE 0 TO WS-PRICE
               IF BEV-STAT NOT = "35"
                   MOVE BSTK-CODE TO BBEV-CODE
                   READ BIER-BEVERAGE
                       KEY IS BBEV-CODE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           MOVE BBEV-UNIT-PRICE TO WS-PRICE
                   END-READ
               END-IF
           END-IF.
       0325-PRICE-SCAN-STEP.
           IF PH-CODE(WS-PH-IDX) = BSTK-CODE
                   AND PH-EFF-DATE(WS-PH-IDX) <= WS-TODAY-DATE
                   AND PH-EFF-DATE(WS-PH-IDX) >= WS-PH-BEST-DATE
               MOVE PH-EFF-DATE(WS-PH-IDX) TO WS-PH-BEST-DATE
               MOVE PH-PRICE(WS-PH-IDX) TO WS-PH-BEST-PRICE
           END-IF.
           ADD 1 TO WS-PH-IDX.
       0330-LIST-UNCOUNTED.
           OPEN INPUT BIER-STOCK.
           IF STK-STAT = "00"
               PERFORM 0335-CHECK-ONE-STOCKED-CODE
                   UNTIL STK-STAT = "10"
               CLOSE BIER-STOCK
           END-IF.
       0335-CHECK-ONE-STOCKED-CODE.
           READ BIER-STOCK NEXT RECORD
               AT END
                   MOVE "10" TO STK-STAT
               NOT AT END
                   MOVE BSTK-CODE TO CL-CODE
                   PERFORM 0810-FIND-COUNT
                   IF NOT WS-FOUND-YES AND BSTK-ON-HAND NOT = 0
                       MOVE BSTK-ON-HAND TO WS-NUM-EDIT
                       MOVE SPACES TO RPT-LINE
                       STRING BSTK-CODE DELIMITED BY SIZE
                               " NOT COUNTED, BOOK STAYS AT "
                                   DELIMITED BY SIZE
                               TRIM(WS-NUM-EDIT) DELIMITED BY SIZE
                           INTO RPT-LINE
                       PERFORM 0390-PRINT-RPT-LINE
                       ADD 1 TO WS-UNCOUNTED-COUNT
                   END-IF
           END-READ.
       0390-PRINT-RPT-LINE.
           MOVE "L" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0500-SHRINKAGE-HISTORY.
           IF WS-ARG-YEAR NOT = SPACES AND WS-ARG-YEAR NOT NUMERIC
               DISPLAY "HISTORY YEAR MUST BE YYYY" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT SHRINK-HISTORY.
           IF SHRK-STAT NOT = "00"
               DISPLAY "NO BIER.SHRK ON FILE - NO STOCK-TAKE POSTED "
                       "YET" UPON TERM
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0510-READ-SHRINK-LINE
               UNTIL SHRK-STAT = "10".
           CLOSE SHRINK-HISTORY.
           PERFORM 0540-RANK-LOSSES.
           INITIALIZE RPT-SPOOL-AREA.
           MOVE "O" TO RPT-ACTION.
           MOVE "BIER-STKTAKE" TO RPT-PROGRAM.
           IF WS-ARG-YEAR = SPACES
               MOVE "ALL" TO RPT-PERIOD
           ELSE
               MOVE WS-ARG-YEAR TO RPT-PERIOD
           END-IF.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
           MOVE SPACES TO RPT-LINE.
           STRING "SHRINKAGE HISTORY " DELIMITED BY SIZE
                   RPT-PERIOD DELIMITED BY SPACE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "TAKEN ON  CODES  MISSING   TURNED UP   NET VALUE EUR"
               TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:54).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE 1 TO WS-TK-IDX.
           PERFORM 0550-PRINT-TAKE-LINE
               UNTIL WS-TK-IDX > WS-TK-COUNT.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "MOST MISSED BEVERAGES  MISSING   VALUE EUR"
               TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:54).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE 1 TO WS-LS-IDX.
           PERFORM 0560-PRINT-LOSS-LINE
               UNTIL WS-LS-IDX > WS-LS-COUNT.
           IF WS-TK-COUNT = 0
               MOVE "NO STOCK-TAKE IN THE PERIOD ASKED FOR"
                   TO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
           END-IF.
           MOVE "C" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0510-READ-SHRINK-LINE.
           READ SHRINK-HISTORY
               AT END
                   MOVE "10" TO SHRK-STAT
               NOT AT END
                   MOVE SPACES TO SHRINK-LINE-FIELDS
                   UNSTRING SHRINK-LINE DELIMITED BY ALL SPACE
                       INTO SH-DATE SH-CODE SH-BOOK SH-COUNTED
                            SH-VARIANCE SH-VALUE
                   IF SH-DATE IS NUMERIC
                       IF WS-ARG-YEAR = SPACES
                               OR SH-DATE(1:4) = WS-ARG-YEAR
                           PERFORM 0520-TALLY-SHRINK-LINE
                       END-IF
                   END-IF
           END-READ.
       0520-TALLY-SHRINK-LINE.
           COMPUTE WS-HIST-VARIANCE = NUMVAL(SH-VARIANCE).
           COMPUTE WS-HIST-VALUE = NUMVAL(SH-VALUE).
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-TK-IDX.
           PERFORM 0525-FIND-TAKE-STEP
               UNTIL WS-TK-IDX > WS-TK-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               IF WS-TK-COUNT > 199
                   DISPLAY "MORE THAN 200 STOCK-TAKES - NARROW IT TO "
                           "A YEAR" UPON TERM
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-TK-COUNT
               MOVE WS-TK-COUNT TO WS-TK-IDX
               MOVE SH-DATE TO TK-DATE(WS-TK-IDX)
               MOVE 0 TO TK-CODES(WS-TK-IDX) TK-MISSING-UNITS(WS-TK-IDX)
                   TK-FOUND-UNITS(WS-TK-IDX) TK-NET-VALUE(WS-TK-IDX)
           END-IF.
           ADD 1 TO TK-CODES(WS-TK-IDX).
           ADD WS-HIST-VALUE TO TK-NET-VALUE(WS-TK-IDX).
           IF WS-HIST-VARIANCE < 0
               SUBTRACT WS-HIST-VARIANCE
                   FROM TK-MISSING-UNITS(WS-TK-IDX)
               PERFORM 0530-TALLY-LOSS
           ELSE
               ADD WS-HIST-VARIANCE TO TK-FOUND-UNITS(WS-TK-IDX)
           END-IF.
       0525-FIND-TAKE-STEP.
           IF TK-DATE(WS-TK-IDX) = SH-DATE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-TK-IDX
           END-IF.
       0530-TALLY-LOSS.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-LS-IDX.
           PERFORM 0535-FIND-LOSS-STEP
               UNTIL WS-LS-IDX > WS-LS-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               IF WS-LS-COUNT > 99
                   DISPLAY "MORE THAN 100 BEVERAGES IN THE HISTORY, "
                           "IGNORING " TRIM(SH-CODE) UPON TERM
               ELSE
                   ADD 1 TO WS-LS-COUNT
                   MOVE WS-LS-COUNT TO WS-LS-IDX
                   MOVE SH-CODE TO LS-CODE(WS-LS-IDX)
                   MOVE 0 TO LS-MISSING-UNITS(WS-LS-IDX)
                   MOVE 0 TO LS-MISSING-VALUE(WS-LS-IDX)
                   MOVE "Y" TO WS-FOUND-SW
               END-IF
           END-IF.
           IF WS-FOUND-YES
               SUBTRACT WS-HIST-VARIANCE
                   FROM LS-MISSING-UNITS(WS-LS-IDX)
               SUBTRACT WS-HIST-VALUE FROM LS-MISSING-VALUE(WS-LS-IDX)
           END-IF.
       0535-FIND-LOSS-STEP.
           IF LS-CODE(WS-LS-IDX) = SH-CODE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-LS-IDX
           END-IF.
       0540-RANK-LOSSES.
      *    a plain selection sort, dearest losses first - the table
      *    is small
           MOVE 1 TO WS-LS-IDX.
           PERFORM 0545-RANK-ONE-POSITION
               UNTIL WS-LS-IDX >= WS-LS-COUNT.
       0545-RANK-ONE-POSITION.
           MOVE WS-LS-IDX TO WS-LS-BEST.
           COMPUTE WS-LS-SCAN = WS-LS-IDX + 1.
           PERFORM 0546-RANK-SCAN-STEP
               UNTIL WS-LS-SCAN > WS-LS-COUNT.
           IF WS-LS-BEST NOT = WS-LS-IDX
               MOVE LOSS-ENTRY(WS-LS-IDX) TO LOSS-SWAP-ENTRY
               MOVE LOSS-ENTRY(WS-LS-BEST) TO LOSS-ENTRY(WS-LS-IDX)
               MOVE LOSS-SWAP-ENTRY TO LOSS-ENTRY(WS-LS-BEST)
           END-IF.
           ADD 1 TO WS-LS-IDX.
       0546-RANK-SCAN-STEP.
           IF LS-MISSING-VALUE(WS-LS-SCAN) >
                   LS-MISSING-VALUE(WS-LS-BEST)
               MOVE WS-LS-SCAN TO WS-LS-BEST
           END-IF.
           ADD 1 TO WS-LS-SCAN.
       0550-PRINT-TAKE-LINE.
           MOVE TK-DATE(WS-TK-IDX) TO TP-DATE.
           MOVE TK-CODES(WS-TK-IDX) TO TP-CODES.
           MOVE TK-MISSING-UNITS(WS-TK-IDX) TO TP-MISSING.
           MOVE TK-FOUND-UNITS(WS-TK-IDX) TO TP-FOUND.
           MOVE TK-NET-VALUE(WS-TK-IDX) TO TP-NET-VALUE.
           MOVE TAKE-PRINT-LINE TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           ADD 1 TO WS-TK-IDX.
       0560-PRINT-LOSS-LINE.
           MOVE LS-CODE(WS-LS-IDX) TO LP-CODE.
           MOVE LS-MISSING-UNITS(WS-LS-IDX) TO LP-MISSING.
           MOVE LS-MISSING-VALUE(WS-LS-IDX) TO LP-VALUE.
           MOVE LOSS-PRINT-LINE TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           ADD 1 TO WS-LS-IDX.
       0800-LOAD-COUNTS.
           MOVE 0 TO WS-CT-COUNT.
           OPEN INPUT COUNT-FILE.
           IF CNT-STAT = "00"
               PERFORM 0805-READ-COUNT-LINE
                   UNTIL CNT-STAT = "10"
               CLOSE COUNT-FILE
           END-IF.
       0805-READ-COUNT-LINE.
           READ COUNT-FILE
               AT END
                   MOVE "10" TO CNT-STAT
               NOT AT END
                   MOVE SPACES TO COUNT-LINE-FIELDS
                   UNSTRING COUNT-LINE DELIMITED BY ALL SPACE
                       INTO CL-CODE CL-COUNTED
                   IF CL-CODE NOT = SPACES AND CL-COUNTED IS NUMERIC
                           AND WS-CT-COUNT < 100
                       ADD 1 TO WS-CT-COUNT
                       MOVE CL-CODE TO CT-CODE(WS-CT-COUNT)
                       MOVE CL-COUNTED TO CT-COUNTED(WS-CT-COUNT)
                       MOVE COUNT-LINE TO CT-LINE(WS-CT-COUNT)
                   END-IF
           END-READ.
       0810-FIND-COUNT.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-CT-IDX.
           PERFORM 0815-FIND-COUNT-STEP
               UNTIL WS-CT-IDX > WS-CT-COUNT OR WS-FOUND-YES.
       0815-FIND-COUNT-STEP.
           IF CT-CODE(WS-CT-IDX) = CL-CODE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-CT-IDX
           END-IF.
       0820-LOAD-PRICE-HISTORY.
           OPEN INPUT PRICE-HISTORY.
           IF PRCH-STAT = "00"
               PERFORM 0825-LOAD-HISTORY-STEP
                   UNTIL PRCH-STAT = "10" OR WS-PH-COUNT > 199
               CLOSE PRICE-HISTORY
           END-IF.
       0825-LOAD-HISTORY-STEP.
           READ PRICE-HISTORY
               AT END
                   MOVE "10" TO PRCH-STAT
               NOT AT END
                   MOVE SPACES TO PRICE-HISTORY-FIELDS
                   UNSTRING PRICE-HISTORY-LINE DELIMITED BY ALL SPACE
                       INTO PH-CODE-TOKEN PH-DATE-TOKEN PH-PRICE-TOKEN
                   IF PH-DATE-TOKEN IS NUMERIC
                       ADD 1 TO WS-PH-COUNT
                       MOVE PH-CODE-TOKEN TO PH-CODE(WS-PH-COUNT)
                       MOVE PH-DATE-TOKEN TO PH-EFF-DATE(WS-PH-COUNT)
                       COMPUTE PH-PRICE(WS-PH-COUNT) =
                               NUMVAL(PH-PRICE-TOKEN)
                   END-IF
           END-READ.
       0009-ACQUIRE-LOCK.
      *    held across the posting so no BIER run draws stock down
      *    between the book figure being read and replaced
           MOVE 0 TO WS-LOCK-RETRY.
           MOVE "N" TO WS-LOCK-ACQUIRED-SW.
           PERFORM 0009-LOCK-ATTEMPT
               UNTIL WS-LOCK-OK OR WS-LOCK-RETRY > 10.
           IF NOT WS-LOCK-OK
               DISPLAY "BIER.FILE IS LOCKED BY ANOTHER RUN, GIVING UP"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0009-LOCK-ATTEMPT.
           OPEN EXTEND BIER-LOCK.
           IF LOCK-STAT = "35"
               CLOSE BIER-LOCK
               OPEN OUTPUT BIER-LOCK
           END-IF.
           IF LOCK-STAT = "00"
               MOVE "STOCKTAKE" TO WS-LOCK-OWNER
               CALL "BIERLKID" USING WS-LOCK-OWNER LOCK-RECORD
               WRITE LOCK-RECORD
               MOVE "Y" TO WS-LOCK-ACQUIRED-SW
           ELSE
               ADD 1 TO WS-LOCK-RETRY
               CALL "SYSTEM" USING "sleep 1"
           END-IF.
       0095-RELEASE-LOCK.
           CLOSE BIER-LOCK.
           CALL "SYSTEM" USING "rm -f BIER.LCK".
       0900-FILE-ERROR.
      *    the failing file's name is in WS-OPS-FILE-NAME and its
      *    status has been moved to STK-STAT by the caller
           CALL "FSTATMSG" USING STK-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           MOVE 16 TO WS-OPS-RETURN-CODE.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM
               WS-OPS-FILE-NAME STK-STAT WS-FSTAT-MESSAGE
               WS-OPS-RETURN-CODE.
           DISPLAY TRIM(WS-OPS-FILE-NAME) " ERROR: " WS-FSTAT-MESSAGE
                   " (STATUS " STK-STAT ")" UPON TERM.
           IF WS-LOCK-OK
               PERFORM 0095-RELEASE-LOCK
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
