       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-TILLREC.
      * cobc -x -Wall bier-tillrec.cob fstatmsg.cob biergenr.cob
      *                      rptspool.cob bierenv.cob -I copybooks
      *                      -T bier-tillrec.lst
      *
      * usage: bier-tillrec [layout]
      *        bier-tillrec COMPLIANCE
      *   canteen till reconciliation: what the till sold against
      * what people logged.  the till's daily sales export arrives
      * through the feed path like any other drop - gated by
      * feed-gate TILL (its own TILL.PREV and TILL.ARCH/), then read
      * here through a LAYOUTS.DEF layout (TILLSALE unless another is
      * named) that must define the fields SALEDATE (yyyymmdd),
      * ARTICLE and QUANTITY.  till articles are turned into BIER.BEV
      * codes by TILL.MAP ("article beverage-code" per line, * for
      * comments); an article not on the map is taken to be the
      * beverage code itself.  an article that lands on no BIER.BEV
      * code is listed as unmapped with its quantity and left out.
      *   for every day in the export the sales per beverage are set
      * against the BIER.FILE entries (the live file plus any
      * BIER.FILE.YYYYMM generation the days fall in) and the BIER.GST
      * guest drinks logged that day, and the report shows the
      * unlogged sales (sold more than logged) and the logged drinks
      * the till never sold.  the day-by-beverage figures are kept on
      * TILL.RECON ("date beverage sold logged guests"; a day that is
      * exported again replaces its earlier lines), and from that
      * history the logging-compliance percentage per month - logged
      * drinks the till can account for, over drinks sold - closes
      * the report for the last 12 months.  COMPLIANCE prints that
      * monthly table alone, for the wellness report.
      *   the report goes through RPTSPOOL.  return code 4 when any
      * day shows a gap or an article could not be mapped, 8 when
      * the layout or BIER.BEV is not set up, 16 on a file error.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * EXPORT DD_INFILE=till-export-file in sh before running
           SELECT INFILE ASSIGN TO "DD_INFILE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS INFILE-STAT.
           SELECT LAYOUT-DEFS ASSIGN TO "LAYOUTS.DEF"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS DEF-STAT.
           SELECT TILL-MAP ASSIGN TO "TILL.MAP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAP-STAT.
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
      * DD_GENFILE is pointed at each BIER.FILE.YYYYMM the export's
      * days fall in before the OPEN
           SELECT BIER-GEN ASSIGN TO "DD_GENFILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS GEN-BIER-KEY
               ALTERNATE RECORD KEY IS GEN-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS GEN-STAT.
           SELECT BIER-BEVERAGE ASSIGN TO "BIER.BEV"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BBEV-CODE
               FILE STATUS IS BEV-STAT.
           SELECT GUEST-LEDGER ASSIGN TO "BIER.GST"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GST-STAT.
           SELECT RECON-HISTORY ASSIGN TO "TILL.RECON"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCN-STAT.
           SELECT RECON-NEW ASSIGN TO "TILL.RECON.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RCNW-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  INFILE.
       01  TILL-RECORD                            PIC X(256).
       FD  LAYOUT-DEFS.
       01  DEF-LINE                               PIC X(80).
       FD  TILL-MAP.
       01  MAP-LINE                               PIC X(80).
       FD  BIER.
       COPY "bierrec.cpy".
       FD  BIER-GEN.
       01  GEN-BIER-RECORD.
           03  GEN-BIER-KEY.
               05  GEN-BIER-TIMESTAMP-NUMERIC    PIC 9(14).
               05  GEN-BIER-USER-ID              PIC X(08).
           03  GEN-BIER-BEVERAGE-TYPE             PIC X(16).
           03  GEN-BIER-SITE-ID                   PIC X(04).
       FD  BIER-BEVERAGE.
       COPY "bierbev.cpy".
       FD  GUEST-LEDGER.
       01  GUEST-LINE                             PIC X(60).
       FD  RECON-HISTORY.
       01  RECON-LINE.
           03  RL-DATE                            PIC 9(08).
           03  FILLER                             PIC X(01).
           03  RL-BEVERAGE                        PIC X(16).
           03  FILLER                             PIC X(01).
           03  RL-SOLD                            PIC S9(05)
                                                  SIGN LEADING SEPARATE.
           03  FILLER                             PIC X(01).
           03  RL-LOGGED                          PIC 9(05).
           03  FILLER                             PIC X(01).
           03  RL-GUESTS                          PIC 9(05).
       FD  RECON-NEW.
       01  RECON-NEW-LINE                         PIC X(44).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  DEF-LINE-TOKENS.
           03  DT-KEYWORD                         PIC X(08).
           03  DT-TOKEN-2                         PIC X(12).
           03  DT-TOKEN-3                         PIC X(12).
           03  DT-TOKEN-4                         PIC X(12).
           03  DT-TOKEN-5                         PIC X(12).
       01  MAP-LINE-TOKENS.
           03  MT-ARTICLE                         PIC X(16).
           03  MT-BEVERAGE                        PIC X(16).
       01  GUEST-LINE-FIELDS.
           03  GL-TIMESTAMP                       PIC X(14).
           03  GL-HOST-ID                         PIC X(08).
           03  GL-GUEST-NAME                      PIC X(16).
           03  GL-BEVERAGE                        PIC X(16).
       01  WS-GUEST-DATE                          PIC 9(08).
      * the three till fields, positions from LAYOUTS.DEF
       01  TILL-FIELD-TABLE.
           03  TF-ENTRY OCCURS 3 TIMES.
               05  TF-NAME                        PIC X(12).
               05  TF-START                       PIC 9(05).
               05  TF-LENGTH                      PIC 9(05).
       01  ARTICLE-MAP-TABLE.
           03  MP-ENTRY OCCURS 200 TIMES.
               05  MP-ARTICLE                     PIC X(16).
               05  MP-BEVERAGE                    PIC X(16).
       01  UNMAPPED-TABLE.
           03  UM-ENTRY OCCURS 50 TIMES.
               05  UM-ARTICLE                     PIC X(16).
               05  UM-QUANTITY                    PIC S9(07).
      * the business days the export covers
       01  TILL-DATE-TABLE.
           03  TX-DATE OCCURS 31 TIMES            PIC 9(08).
      * one entry per day and beverage, sold or logged
       01  TILL-DAY-TABLE.
           03  TD-ENTRY OCCURS 600 TIMES.
               05  TD-DATE                        PIC 9(08).
               05  TD-BEVERAGE                    PIC X(16).
               05  TD-SOLD                        PIC S9(05).
               05  TD-LOGGED                      PIC 9(05).
               05  TD-GUESTS                      PIC 9(05).
      * TILL.RECON summed by month, kept in period order
       01  MONTH-TABLE.
           03  MO-ENTRY OCCURS 120 TIMES.
               05  MO-PERIOD                      PIC 9(06).
               05  MO-SOLD                        PIC 9(07).
               05  MO-MATCHED                     PIC 9(07).
               05  MO-NOT-SOLD                    PIC 9(07).
       COPY "rptspl.cpy".
       77  WS-ARG-1                               PIC X(12).
       77  WS-LAYOUT                              PIC X(08).
       77  WS-MODE-SW                             PIC X(01) VALUE "R".
           88  WS-COMPLIANCE-ONLY                 VALUE "C".
       77  WS-TF-IDX                              PIC 9(01).
       77  WS-MAP-COUNT                           PIC 9(03) VALUE 0.
       77  WS-MAP-IDX                             PIC 9(03).
       77  WS-UM-COUNT                            PIC 9(02) VALUE 0.
       77  WS-UM-IDX                              PIC 9(02).
       77  WS-TX-COUNT                            PIC 9(02) VALUE 0.
       77  WS-TX-IDX                              PIC 9(02).
       77  WS-TD-COUNT                            PIC 9(03) VALUE 0.
       77  WS-TD-IDX                              PIC 9(03).
       77  WS-MO-COUNT                            PIC 9(03) VALUE 0.
       77  WS-MO-IDX                              PIC 9(03).
       77  WS-MO-SHIFT                            PIC 9(03).
       77  WS-MO-FIRST                            PIC 9(03).
       77  WS-FOUND-SW                            PIC X(01).
           88  WS-FOUND-YES                       VALUE "Y".
       77  WS-SCAN-EOF-SW                         PIC X(01).
           88  WS-SCAN-EOF                        VALUE "Y".
       77  WS-DEF-NUMBER                          PIC 9(05).
       77  WS-DEF-NUMBER-2                        PIC 9(05).
       77  WS-SALE-DATE-X                         PIC X(12).
       77  WS-SALE-DATE                           PIC 9(08).
       77  WS-ARTICLE                             PIC X(16).
       77  WS-QUANTITY-X                          PIC X(12).
       77  WS-QUANTITY                            PIC S9(05).
       77  WS-BEVERAGE                            PIC X(16).
       77  WS-ENTRY-DATE                          PIC 9(08).
       77  WS-LOGGED-KIND                         PIC X(01).
       77  WS-TILL-READ                           PIC 9(07) VALUE 0.
       77  WS-TILL-BAD                            PIC 9(07) VALUE 0.
       77  WS-FROM-TIMESTAMP                      PIC 9(14).
       77  WS-TO-TIMESTAMP                        PIC 9(14).
       77  WS-FROM-PERIOD                         PIC 9(06).
       77  WS-TO-PERIOD                           PIC 9(06).
       77  WS-SCAN-PERIOD                         PIC 9(06).
       77  WS-PERIOD-MONTH                        PIC 9(02).
       77  WS-GEN-NAME                            PIC X(40).
       77  WS-GEN-KIND                            PIC X(01).
       77  WS-LAST-GEN-NAME                       PIC X(40)
                                                  VALUE SPACES.
       77  WS-LAST-DATE                           PIC 9(08).
       77  WS-NEXT-DATE                           PIC 9(08).
       77  WS-GAP                                 PIC S9(05).
       77  WS-GAP-COUNT                           PIC 9(05) VALUE 0.
       77  WS-UNLOGGED-TOTAL                      PIC 9(07) VALUE 0.
       77  WS-NOT-SOLD-TOTAL                      PIC 9(07) VALUE 0.
       77  WS-SOLD-TOTAL                          PIC S9(07) VALUE 0.
       77  WS-LOGGED-TOTAL                        PIC 9(07) VALUE 0.
       77  WS-ROLL-SOLD                           PIC 9(08).
       77  WS-ROLL-MATCHED                        PIC 9(08).
       77  WS-ROLL-NOT-SOLD                       PIC 9(08).
       77  WS-PCT-SOLD                            PIC 9(08).
       77  WS-PCT-MATCHED                         PIC 9(08).
       77  WS-PERCENT                             PIC 9(03)V9.
       77  WS-PERCENT-OUT                         PIC ZZ9.9.
       77  WS-COUNT-OUT                           PIC -(5)9.
       77  WS-COUNT-OUT-2                         PIC -(5)9.
       77  WS-COUNT-OUT-3                         PIC -(5)9.
       77  WS-COUNT-OUT-4                         PIC -(5)9.
       77  WS-TOTAL-OUT                           PIC Z(7)9.
       77  WS-TOTAL-OUT-2                         PIC Z(7)9.
       77  WS-TOTAL-OUT-3                         PIC Z(7)9.
       77  WS-NOTE                                PIC X(20).
       77  WS-TODAY-DATE                          PIC 9(08).
       77  INFILE-STAT                            PIC X(02).
       77  DEF-STAT                               PIC X(02).
       77  MAP-STAT                               PIC X(02).
       77  FILE-STAT                              PIC X(02).
       77  GEN-STAT                               PIC X(02).
       77  BEV-STAT                               PIC X(02).
       77  GST-STAT                               PIC X(02).
       77  RCN-STAT                               PIC X(02).
       77  RCNW-STAT                              PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           MOVE CURRENT-DATE(1:8) TO WS-TODAY-DATE.
           PERFORM 0005-GET-ARGUMENTS.
           IF WS-COMPLIANCE-ONLY
               PERFORM 0600-LOAD-MONTHS
               PERFORM 0090-OPEN-SPOOL
               PERFORM 0500-PRINT-COMPLIANCE
               PERFORM 0095-CLOSE-SPOOL
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0010-LOAD-LAYOUT.
           PERFORM 0015-LOAD-MAP.
           PERFORM 0020-READ-TILL-EXPORT.
           IF WS-TX-COUNT = 0
               DISPLAY "THE TILL EXPORT HOLDS NO SALES - NOTHING TO "
                       "RECONCILE" UPON TERM
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0030-SCAN-LOGGED-ENTRIES.
           PERFORM 0040-SCAN-GUESTS.
           PERFORM 0050-UPDATE-HISTORY.
           PERFORM 0600-LOAD-MONTHS.
           PERFORM 0090-OPEN-SPOOL.
           PERFORM 0300-PRINT-RECONCILIATION.
           PERFORM 0500-PRINT-COMPLIANCE.
           PERFORM 0095-CLOSE-SPOOL.
           IF WS-GAP-COUNT > 0 OR WS-UM-COUNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           GO TO 9999-EXIT.
       0005-GET-ARGUMENTS.
           MOVE SPACES TO WS-ARG-1.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-1 FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-1
           END-ACCEPT.
           EVALUATE WS-ARG-1
               WHEN "COMPLIANCE"
                   MOVE "C" TO WS-MODE-SW
               WHEN SPACES
                   MOVE "TILLSALE" TO WS-LAYOUT
               WHEN OTHER
                   MOVE WS-ARG-1 TO WS-LAYOUT
           END-EVALUATE.
       0010-LOAD-LAYOUT.
           MOVE "SALEDATE" TO TF-NAME(1).
           MOVE "ARTICLE" TO TF-NAME(2).
           MOVE "QUANTITY" TO TF-NAME(3).
           MOVE 0 TO TF-START(1) TF-START(2) TF-START(3).
           OPEN INPUT LAYOUT-DEFS.
           IF DEF-STAT NOT = "00"
               DISPLAY "LAYOUTS.DEF IS NEEDED TO READ THE TILL EXPORT "
                       "AND COULD NOT BE OPENED (STATUS " DEF-STAT ")"
                       UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0011-READ-DEF-LINE
               UNTIL DEF-STAT = "10".
           CLOSE LAYOUT-DEFS.
           MOVE 1 TO WS-TF-IDX.
           PERFORM 0013-CHECK-TILL-FIELD
               UNTIL WS-TF-IDX > 3.
           IF RETURN-CODE = 8
               GO TO 9999-EXIT
           END-IF.
       0011-READ-DEF-LINE.
           READ LAYOUT-DEFS
               AT END
                   MOVE "10" TO DEF-STAT
               NOT AT END
                   MOVE SPACES TO DEF-LINE-TOKENS
                   UNSTRING DEF-LINE DELIMITED BY ALL SPACE
                       INTO DT-KEYWORD DT-TOKEN-2 DT-TOKEN-3
                            DT-TOKEN-4 DT-TOKEN-5
                   IF DT-KEYWORD = "FIELD" AND DT-TOKEN-2 = WS-LAYOUT
                       MOVE 1 TO WS-TF-IDX
                       PERFORM 0012-TAKE-TILL-FIELD
                           UNTIL WS-TF-IDX > 3
                   END-IF
           END-READ.
       0012-TAKE-TILL-FIELD.
           IF TF-NAME(WS-TF-IDX) = DT-TOKEN-3
               COMPUTE WS-DEF-NUMBER = NUMVAL(DT-TOKEN-4)
               COMPUTE WS-DEF-NUMBER-2 = NUMVAL(DT-TOKEN-5)
               IF WS-DEF-NUMBER >= 1 AND WS-DEF-NUMBER-2 >= 1
                       AND WS-DEF-NUMBER + WS-DEF-NUMBER-2 <= 257
                   MOVE WS-DEF-NUMBER TO TF-START(WS-TF-IDX)
                   MOVE WS-DEF-NUMBER-2 TO TF-LENGTH(WS-TF-IDX)
               END-IF
           END-IF.
           ADD 1 TO WS-TF-IDX.
       0013-CHECK-TILL-FIELD.
           IF TF-START(WS-TF-IDX) = 0
               DISPLAY "LAYOUT " TRIM(WS-LAYOUT) " IN LAYOUTS.DEF "
                       "HAS NO USABLE FIELD " TRIM(TF-NAME(WS-TF-IDX))
                       UPON TERM
               MOVE 8 TO RETURN-CODE
           END-IF.
           ADD 1 TO WS-TF-IDX.
       0015-LOAD-MAP.
      *    no TILL.MAP is fine - the till then rings up the BIER.BEV
      *    codes themselves
           OPEN INPUT TILL-MAP.
           IF MAP-STAT = "00"
               PERFORM 0016-READ-MAP-LINE
                   UNTIL MAP-STAT = "10"
               CLOSE TILL-MAP
           END-IF.
       0016-READ-MAP-LINE.
           READ TILL-MAP
               AT END
                   MOVE "10" TO MAP-STAT
               NOT AT END
                   MOVE SPACES TO MAP-LINE-TOKENS
                   UNSTRING MAP-LINE DELIMITED BY ALL SPACE
                       INTO MT-ARTICLE MT-BEVERAGE
                   IF MT-ARTICLE NOT = SPACES
                           AND MT-ARTICLE(1:1) NOT = "*"
                           AND MT-BEVERAGE NOT = SPACES
                       IF WS-MAP-COUNT < 200
                           ADD 1 TO WS-MAP-COUNT
                           MOVE MT-ARTICLE TO MP-ARTICLE(WS-MAP-COUNT)
                           MOVE MT-BEVERAGE
                               TO MP-BEVERAGE(WS-MAP-COUNT)
                       ELSE
                           DISPLAY "TILL.MAP HAS MORE THAN 200 LINES, "
                                   "IGNORING " TRIM(MT-ARTICLE)
                                   UPON TERM
                       END-IF
                   END-IF
           END-READ.
       0020-READ-TILL-EXPORT.
           OPEN INPUT BIER-BEVERAGE.
           IF BEV-STAT NOT = "00"
               DISPLAY "BIER.BEV IS NEEDED TO MAP THE TILL ARTICLES - "
                       "SET THE CATALOG UP WITH BIER-BEVMAINT FIRST"
                       UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT INFILE.
           IF INFILE-STAT NOT = "00"
               CALL "FSTATMSG" USING INFILE-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY "DD_INFILE: " WS-FSTAT-MESSAGE " (STATUS "
                       INFILE-STAT ")" UPON TERM
               CLOSE BIER-BEVERAGE
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0021-READ-TILL-RECORD
               UNTIL INFILE-STAT = "10".
           CLOSE INFILE.
           CLOSE BIER-BEVERAGE.
           DISPLAY WS-TILL-READ " TILL RECORDS READ, " WS-TILL-BAD
                   " UNREADABLE." UPON TERM.
       0021-READ-TILL-RECORD.
           READ INFILE
               AT END
                   MOVE "10" TO INFILE-STAT
               NOT AT END
                   ADD 1 TO WS-TILL-READ
                   PERFORM 0022-TAKE-TILL-RECORD
           END-READ.
       0022-TAKE-TILL-RECORD.
      *    a record with a date or quantity that will not read is
      *    counted and skipped - FEED-CHECK is where such records are
      *    kept out when the layout carries CHECK rules
           MOVE SPACES TO WS-SALE-DATE-X WS-ARTICLE WS-QUANTITY-X.
           MOVE TILL-RECORD(TF-START(1):TF-LENGTH(1))
               TO WS-SALE-DATE-X.
           MOVE TILL-RECORD(TF-START(2):TF-LENGTH(2)) TO WS-ARTICLE.
           MOVE TILL-RECORD(TF-START(3):TF-LENGTH(3))
               TO WS-QUANTITY-X.
           MOVE TRIM(WS-ARTICLE) TO WS-ARTICLE.
           IF WS-SALE-DATE-X(1:8) NOT NUMERIC
                   OR WS-ARTICLE = SPACES
                   OR TEST-NUMVAL(WS-QUANTITY-X) NOT = 0
               ADD 1 TO WS-TILL-BAD
           ELSE
               MOVE WS-SALE-DATE-X(1:8) TO WS-SALE-DATE
               COMPUTE WS-QUANTITY = NUMVAL(WS-QUANTITY-X)
               IF TEST-DATE-YYYYMMDD(WS-SALE-DATE) NOT = 0
                   ADD 1 TO WS-TILL-BAD
               ELSE
                   PERFORM 0023-MAP-ARTICLE
               END-IF
           END-IF.
       0023-MAP-ARTICLE.
           MOVE WS-ARTICLE TO WS-BEVERAGE.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-MAP-IDX.
           PERFORM 0024-FIND-MAP-STEP
               UNTIL WS-MAP-IDX > WS-MAP-COUNT OR WS-FOUND-YES.
           MOVE WS-BEVERAGE TO BBEV-CODE.
           READ BIER-BEVERAGE
               INVALID KEY
                   PERFORM 0025-NOTE-UNMAPPED
               NOT INVALID KEY
                   PERFORM 0026-NOTE-TILL-DATE
                   IF WS-TX-IDX > 0
                       MOVE WS-SALE-DATE TO WS-ENTRY-DATE
                       PERFORM 0060-FIND-DAY-ENTRY
                       IF WS-TD-IDX > 0
                           ADD WS-QUANTITY TO TD-SOLD(WS-TD-IDX)
                       END-IF
                   END-IF
           END-READ.
       0024-FIND-MAP-STEP.
           IF MP-ARTICLE(WS-MAP-IDX) = WS-ARTICLE
               MOVE MP-BEVERAGE(WS-MAP-IDX) TO WS-BEVERAGE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-MAP-IDX
           END-IF.
       0025-NOTE-UNMAPPED.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-UM-IDX.
           PERFORM 0027-FIND-UNMAPPED-STEP
               UNTIL WS-UM-IDX > WS-UM-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES AND WS-UM-COUNT < 50
               ADD 1 TO WS-UM-COUNT
               MOVE WS-UM-COUNT TO WS-UM-IDX
               MOVE WS-ARTICLE TO UM-ARTICLE(WS-UM-IDX)
               MOVE 0 TO UM-QUANTITY(WS-UM-IDX)
               MOVE "Y" TO WS-FOUND-SW
           END-IF.
           IF WS-FOUND-YES
               ADD WS-QUANTITY TO UM-QUANTITY(WS-UM-IDX)
           END-IF.
       0026-NOTE-TILL-DATE.
           MOVE 0 TO WS-TX-IDX.
           MOVE 1 TO WS-LAST-DATE.
           PERFORM 0028-FIND-DATE-STEP
               UNTIL WS-LAST-DATE > WS-TX-COUNT OR WS-TX-IDX > 0.
           IF WS-TX-IDX = 0
               IF WS-TX-COUNT < 31
                   ADD 1 TO WS-TX-COUNT
                   MOVE WS-SALE-DATE TO TX-DATE(WS-TX-COUNT)
                   MOVE WS-TX-COUNT TO WS-TX-IDX
               ELSE
                   DISPLAY "TILL EXPORT COVERS MORE THAN 31 DAYS, "
                           "SALES OF " WS-SALE-DATE " LEFT OUT"
                           UPON TERM
               END-IF
           END-IF.
       0027-FIND-UNMAPPED-STEP.
           IF UM-ARTICLE(WS-UM-IDX) = WS-ARTICLE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-UM-IDX
           END-IF.
       0028-FIND-DATE-STEP.
           IF TX-DATE(WS-LAST-DATE) = WS-SALE-DATE
               MOVE WS-LAST-DATE TO WS-TX-IDX
           ELSE
               ADD 1 TO WS-LAST-DATE
           END-IF.
       0030-SCAN-LOGGED-ENTRIES.
      *    the export's first to last day, from the live file and
      *    from every generation in between - a backdated stray can
      *    sit on the live file whatever its month
           MOVE 99999999 TO WS-FROM-TIMESTAMP.
           MOVE 0 TO WS-TO-TIMESTAMP.
           MOVE 1 TO WS-TX-IDX.
           PERFORM 0031-WIDEN-SCAN-RANGE
               UNTIL WS-TX-IDX > WS-TX-COUNT.
           COMPUTE WS-FROM-PERIOD = WS-FROM-TIMESTAMP / 100.
           COMPUTE WS-TO-PERIOD = WS-TO-TIMESTAMP / 100.
           COMPUTE WS-FROM-TIMESTAMP = WS-FROM-TIMESTAMP * 1000000.
           COMPUTE WS-TO-TIMESTAMP = WS-TO-TIMESTAMP * 1000000
                                   + 235959.
           OPEN INPUT BIER.
           IF FILE-STAT = "00"
               MOVE "N" TO WS-SCAN-EOF-SW
               MOVE WS-FROM-TIMESTAMP TO BIER-TIMESTAMP-NUMERIC
               MOVE SPACES TO BIER-USER-ID
               START BIER KEY IS NOT LESS THAN BIER-KEY
                   INVALID KEY
                       MOVE "Y" TO WS-SCAN-EOF-SW
               END-START
               PERFORM 0032-READ-LIVE
                   UNTIL WS-SCAN-EOF
               CLOSE BIER
           ELSE
               CALL "FSTATMSG" USING FILE-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY "BIER.FILE COULD NOT BE OPENED: "
                       WS-FSTAT-MESSAGE " (STATUS " FILE-STAT ")"
                       UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE WS-FROM-PERIOD TO WS-SCAN-PERIOD.
           PERFORM 0035-SCAN-ONE-GENERATION
               UNTIL WS-SCAN-PERIOD > WS-TO-PERIOD.
       0031-WIDEN-SCAN-RANGE.
           IF TX-DATE(WS-TX-IDX) < WS-FROM-TIMESTAMP
               MOVE TX-DATE(WS-TX-IDX) TO WS-FROM-TIMESTAMP
           END-IF.
           IF TX-DATE(WS-TX-IDX) > WS-TO-TIMESTAMP
               MOVE TX-DATE(WS-TX-IDX) TO WS-TO-TIMESTAMP
           END-IF.
           ADD 1 TO WS-TX-IDX.
       0032-READ-LIVE.
           READ BIER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-READ.
           IF NOT WS-SCAN-EOF
               IF BIER-TIMESTAMP-NUMERIC > WS-TO-TIMESTAMP
                   MOVE "Y" TO WS-SCAN-EOF-SW
               ELSE
                   MOVE BIER-DATE-NUMERIC TO WS-ENTRY-DATE
                   MOVE BIER-BEVERAGE-TYPE TO WS-BEVERAGE
                   MOVE "E" TO WS-LOGGED-KIND
                   PERFORM 0070-TAKE-LOGGED-DRINK
               END-IF
           END-IF.
       0035-SCAN-ONE-GENERATION.
           CALL "BIERGENR" USING WS-SCAN-PERIOD WS-GEN-NAME
                                 WS-GEN-KIND.
      *    every month of a consolidated year answers the same
      *    yearly file - it is read once, on its first month
           IF WS-GEN-NAME NOT = WS-LAST-GEN-NAME
               MOVE WS-GEN-NAME TO WS-LAST-GEN-NAME
               DISPLAY "DD_GENFILE" UPON ENVIRONMENT-NAME
               DISPLAY WS-GEN-NAME UPON ENVIRONMENT-VALUE
               OPEN INPUT BIER-GEN
               IF GEN-STAT = "00"
                   MOVE "N" TO WS-SCAN-EOF-SW
                   MOVE WS-FROM-TIMESTAMP TO GEN-BIER-TIMESTAMP-NUMERIC
                   MOVE SPACES TO GEN-BIER-USER-ID
                   START BIER-GEN KEY IS NOT LESS THAN GEN-BIER-KEY
                       INVALID KEY
                           MOVE "Y" TO WS-SCAN-EOF-SW
                   END-START
                   PERFORM 0036-READ-GENERATION
                       UNTIL WS-SCAN-EOF
                   CLOSE BIER-GEN
               END-IF
           END-IF.
           COMPUTE WS-PERIOD-MONTH = MOD(WS-SCAN-PERIOD, 100).
           IF WS-PERIOD-MONTH = 12
               COMPUTE WS-SCAN-PERIOD = WS-SCAN-PERIOD + 89
           ELSE
               ADD 1 TO WS-SCAN-PERIOD
           END-IF.
       0036-READ-GENERATION.
           READ BIER-GEN NEXT RECORD
               AT END
                   MOVE "Y" TO WS-SCAN-EOF-SW
           END-READ.
           IF NOT WS-SCAN-EOF
               IF GEN-BIER-TIMESTAMP-NUMERIC > WS-TO-TIMESTAMP
                   MOVE "Y" TO WS-SCAN-EOF-SW
               ELSE
                   COMPUTE WS-ENTRY-DATE =
                           GEN-BIER-TIMESTAMP-NUMERIC / 1000000
                   MOVE GEN-BIER-BEVERAGE-TYPE TO WS-BEVERAGE
                   MOVE "E" TO WS-LOGGED-KIND
                   PERFORM 0070-TAKE-LOGGED-DRINK
               END-IF
           END-IF.
       0040-SCAN-GUESTS.
           OPEN INPUT GUEST-LEDGER.
           IF GST-STAT = "00"
               PERFORM 0041-READ-GUEST
                   UNTIL GST-STAT = "10"
               CLOSE GUEST-LEDGER
           END-IF.
       0041-READ-GUEST.
           READ GUEST-LEDGER
               AT END
                   MOVE "10" TO GST-STAT
               NOT AT END
                   MOVE SPACES TO GUEST-LINE-FIELDS
                   UNSTRING GUEST-LINE DELIMITED BY ALL SPACE
                       INTO GL-TIMESTAMP GL-HOST-ID GL-GUEST-NAME
                            GL-BEVERAGE
                   IF GL-TIMESTAMP(1:8) IS NUMERIC
                       MOVE GL-TIMESTAMP(1:8) TO WS-GUEST-DATE
                       MOVE WS-GUEST-DATE TO WS-ENTRY-DATE
                       MOVE GL-BEVERAGE TO WS-BEVERAGE
                       MOVE "G" TO WS-LOGGED-KIND
                       PERFORM 0070-TAKE-LOGGED-DRINK
                   END-IF
           END-READ.
       0050-UPDATE-HISTORY.
      *    the days of tonight's export replace whatever TILL.RECON
      *    held for them; every other day is carried over untouched
           OPEN OUTPUT RECON-NEW.
           IF RCNW-STAT NOT = "00"
               DISPLAY "TILL.RECON.NEW COULD NOT BE OPENED (STATUS "
                       RCNW-STAT ") - HISTORY NOT UPDATED" UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT RECON-HISTORY.
           IF RCN-STAT = "00"
               PERFORM 0051-CARRY-HISTORY-LINE
                   UNTIL RCN-STAT = "10"
               CLOSE RECON-HISTORY
           END-IF.
           MOVE 1 TO WS-TD-IDX.
           PERFORM 0052-WRITE-HISTORY-LINE
               UNTIL WS-TD-IDX > WS-TD-COUNT.
           CLOSE RECON-NEW.
           CALL "SYSTEM" USING "mv TILL.RECON.NEW TILL.RECON".
       0051-CARRY-HISTORY-LINE.
           READ RECON-HISTORY
               AT END
                   MOVE "10" TO RCN-STAT
               NOT AT END
                   IF RL-DATE IS NUMERIC
                       MOVE RL-DATE TO WS-SALE-DATE
                       MOVE 0 TO WS-TX-IDX
                       MOVE 1 TO WS-LAST-DATE
                       PERFORM 0028-FIND-DATE-STEP
                           UNTIL WS-LAST-DATE > WS-TX-COUNT
                              OR WS-TX-IDX > 0
                       IF WS-TX-IDX = 0
                           MOVE RECON-LINE TO RECON-NEW-LINE
                           WRITE RECON-NEW-LINE
                       END-IF
                   END-IF
           END-READ.
       0052-WRITE-HISTORY-LINE.
           MOVE SPACES TO RECON-LINE.
           MOVE TD-DATE(WS-TD-IDX) TO RL-DATE.
           MOVE TD-BEVERAGE(WS-TD-IDX) TO RL-BEVERAGE.
           MOVE TD-SOLD(WS-TD-IDX) TO RL-SOLD.
           MOVE TD-LOGGED(WS-TD-IDX) TO RL-LOGGED.
           MOVE TD-GUESTS(WS-TD-IDX) TO RL-GUESTS.
           MOVE RECON-LINE TO RECON-NEW-LINE.
           WRITE RECON-NEW-LINE.
           ADD 1 TO WS-TD-IDX.
       0060-FIND-DAY-ENTRY.
      *    WS-ENTRY-DATE + WS-BEVERAGE to its TD entry, added when new;
      *    WS-TD-IDX is zero when the table is full
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-TD-IDX.
           PERFORM 0061-FIND-DAY-STEP
               UNTIL WS-TD-IDX > WS-TD-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               IF WS-TD-COUNT < 600
                   ADD 1 TO WS-TD-COUNT
                   MOVE WS-TD-COUNT TO WS-TD-IDX
                   MOVE WS-ENTRY-DATE TO TD-DATE(WS-TD-IDX)
                   MOVE WS-BEVERAGE TO TD-BEVERAGE(WS-TD-IDX)
                   MOVE 0 TO TD-SOLD(WS-TD-IDX)
                   MOVE 0 TO TD-LOGGED(WS-TD-IDX)
                   MOVE 0 TO TD-GUESTS(WS-TD-IDX)
               ELSE
                   DISPLAY "MORE THAN 600 DAY/BEVERAGE LINES - "
                           TRIM(WS-BEVERAGE) " ON " WS-ENTRY-DATE
                           " LEFT OUT" UPON TERM
                   MOVE 0 TO WS-TD-IDX
               END-IF
           END-IF.
       0061-FIND-DAY-STEP.
           IF TD-DATE(WS-TD-IDX) = WS-ENTRY-DATE
                   AND TD-BEVERAGE(WS-TD-IDX) = WS-BEVERAGE
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-TD-IDX
           END-IF.
       0070-TAKE-LOGGED-DRINK.
      *    only the days the till exported count - a day the till
      *    never reported says nothing about logging
           MOVE WS-ENTRY-DATE TO WS-SALE-DATE.
           MOVE 0 TO WS-TX-IDX.
           MOVE 1 TO WS-LAST-DATE.
           PERFORM 0028-FIND-DATE-STEP
               UNTIL WS-LAST-DATE > WS-TX-COUNT OR WS-TX-IDX > 0.
           IF WS-TX-IDX > 0
               PERFORM 0060-FIND-DAY-ENTRY
               IF WS-TD-IDX > 0
                   ADD 1 TO TD-LOGGED(WS-TD-IDX)
                   IF WS-LOGGED-KIND = "G"
                       ADD 1 TO TD-GUESTS(WS-TD-IDX)
                   END-IF
               END-IF
           END-IF.
       0090-OPEN-SPOOL.
           INITIALIZE RPT-SPOOL-AREA.
           MOVE "O" TO RPT-ACTION.
           MOVE "BIER-TILLREC" TO RPT-PROGRAM.
           MOVE WS-TODAY-DATE TO RPT-PERIOD.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0095-CLOSE-SPOOL.
           MOVE "C" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0300-PRINT-RECONCILIATION.
           MOVE SPACES TO RPT-LINE.
           STRING "CANTEEN TILL RECONCILIATION - RUN "
                       DELIMITED BY SIZE
                   WS-TODAY-DATE DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "DATE     BEVERAGE           SOLD LOGGED  GUESTS    GAP"
               TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:76).
           PERFORM 0390-PRINT-RPT-LINE.
      *    day by day, oldest first, each day's beverages in the
      *    order they turned up
           MOVE 0 TO WS-LAST-DATE.
           PERFORM 0310-PRINT-NEXT-DAY
               UNTIL WS-LAST-DATE = 99999999.
           MOVE ALL "-" TO RPT-LINE(1:76).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE WS-SOLD-TOTAL TO WS-COUNT-OUT.
           MOVE WS-LOGGED-TOTAL TO WS-TOTAL-OUT.
           MOVE WS-UNLOGGED-TOTAL TO WS-TOTAL-OUT-2.
           MOVE WS-NOT-SOLD-TOTAL TO WS-TOTAL-OUT-3.
           MOVE SPACES TO RPT-LINE.
           STRING "TOTAL SOLD " DELIMITED BY SIZE
                   TRIM(WS-COUNT-OUT) DELIMITED BY SIZE
                   ", LOGGED " DELIMITED BY SIZE
                   TRIM(WS-TOTAL-OUT) DELIMITED BY SIZE
                   ", UNLOGGED SALES " DELIMITED BY SIZE
                   TRIM(WS-TOTAL-OUT-2) DELIMITED BY SIZE
                   ", LOGGED BUT NOT SOLD " DELIMITED BY SIZE
                   TRIM(WS-TOTAL-OUT-3) DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           IF WS-UM-COUNT > 0
               MOVE SPACES TO RPT-LINE
               STRING "TILL ARTICLES WITH NO BIER.BEV CODE - "
                           DELIMITED BY SIZE
                       "ADD THEM TO TILL.MAP:" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
               MOVE 1 TO WS-UM-IDX
               PERFORM 0330-PRINT-UNMAPPED
                   UNTIL WS-UM-IDX > WS-UM-COUNT
               MOVE SPACES TO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
           END-IF.
       0310-PRINT-NEXT-DAY.
           MOVE 99999999 TO WS-NEXT-DATE.
           MOVE 1 TO WS-TX-IDX.
           PERFORM 0315-FIND-NEXT-DAY
               UNTIL WS-TX-IDX > WS-TX-COUNT.
           MOVE WS-NEXT-DATE TO WS-LAST-DATE.
           IF WS-LAST-DATE NOT = 99999999
               MOVE 1 TO WS-TD-IDX
               PERFORM 0320-PRINT-DAY-LINE
                   UNTIL WS-TD-IDX > WS-TD-COUNT
           END-IF.
       0315-FIND-NEXT-DAY.
           IF TX-DATE(WS-TX-IDX) > WS-LAST-DATE
                   AND TX-DATE(WS-TX-IDX) < WS-NEXT-DATE
               MOVE TX-DATE(WS-TX-IDX) TO WS-NEXT-DATE
           END-IF.
           ADD 1 TO WS-TX-IDX.
       0320-PRINT-DAY-LINE.
           IF TD-DATE(WS-TD-IDX) = WS-LAST-DATE
               COMPUTE WS-GAP = TD-SOLD(WS-TD-IDX)
                              - TD-LOGGED(WS-TD-IDX)
               ADD TD-SOLD(WS-TD-IDX) TO WS-SOLD-TOTAL
               ADD TD-LOGGED(WS-TD-IDX) TO WS-LOGGED-TOTAL
               EVALUATE TRUE
                   WHEN WS-GAP > 0
                       MOVE "UNLOGGED SALES" TO WS-NOTE
                       ADD WS-GAP TO WS-UNLOGGED-TOTAL
                       ADD 1 TO WS-GAP-COUNT
                   WHEN WS-GAP < 0 AND TD-SOLD(WS-TD-IDX) <= 0
                       MOVE "TILL NEVER SOLD IT" TO WS-NOTE
                       SUBTRACT WS-GAP FROM WS-NOT-SOLD-TOTAL
                       ADD 1 TO WS-GAP-COUNT
                   WHEN WS-GAP < 0
                       MOVE "LOGGED, NOT SOLD" TO WS-NOTE
                       SUBTRACT WS-GAP FROM WS-NOT-SOLD-TOTAL
                       ADD 1 TO WS-GAP-COUNT
                   WHEN OTHER
                       MOVE SPACES TO WS-NOTE
               END-EVALUATE
               MOVE TD-SOLD(WS-TD-IDX) TO WS-COUNT-OUT
               MOVE TD-LOGGED(WS-TD-IDX) TO WS-COUNT-OUT-2
               MOVE TD-GUESTS(WS-TD-IDX) TO WS-COUNT-OUT-3
               MOVE WS-GAP TO WS-COUNT-OUT-4
               MOVE SPACES TO RPT-LINE
               STRING TD-DATE(WS-TD-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       TD-BEVERAGE(WS-TD-IDX) DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-COUNT-OUT DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-COUNT-OUT-2 DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-COUNT-OUT-3 DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-COUNT-OUT-4 DELIMITED BY SIZE
                       "  " DELIMITED BY SIZE
                       WS-NOTE DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
           END-IF.
           ADD 1 TO WS-TD-IDX.
       0330-PRINT-UNMAPPED.
           MOVE UM-QUANTITY(WS-UM-IDX) TO WS-COUNT-OUT.
           MOVE SPACES TO RPT-LINE.
           STRING "  " DELIMITED BY SIZE
                   UM-ARTICLE(WS-UM-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-COUNT-OUT DELIMITED BY SIZE
                   " SOLD" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           ADD 1 TO WS-UM-IDX.
       0390-PRINT-RPT-LINE.
           MOVE "L" TO RPT-ACTION.
           CALL "RPTSPOOL" USING RPT-SPOOL-AREA.
       0500-PRINT-COMPLIANCE.
      *    compliance is the logged drinks the till can account for
      *    (per day and beverage, no more than were sold) over the
      *    drinks sold; logging more than was sold never makes up
      *    for a drink that went unlogged elsewhere
           MOVE "LOGGING COMPLIANCE BY MONTH (FROM TILL.RECON)"
               TO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE "MONTH       SOLD  LOGGED-OF-SOLD  LOGGED-NOT-SOLD"
               TO RPT-LINE.
           MOVE "COMPLIANCE" TO RPT-LINE(52:10).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE SPACES TO RPT-LINE.
           MOVE ALL "-" TO RPT-LINE(1:61).
           PERFORM 0390-PRINT-RPT-LINE.
           MOVE 0 TO WS-ROLL-SOLD WS-ROLL-MATCHED WS-ROLL-NOT-SOLD.
           IF WS-MO-COUNT > 12
               COMPUTE WS-MO-FIRST = WS-MO-COUNT - 11
           ELSE
               MOVE 1 TO WS-MO-FIRST
           END-IF.
           MOVE WS-MO-FIRST TO WS-MO-IDX.
           PERFORM 0510-PRINT-ONE-MONTH
               UNTIL WS-MO-IDX > WS-MO-COUNT.
           IF WS-MO-COUNT = 0
               MOVE "  NO TILL HISTORY YET" TO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
           ELSE
               MOVE SPACES TO RPT-LINE
               MOVE ALL "-" TO RPT-LINE(1:61)
               PERFORM 0390-PRINT-RPT-LINE
               MOVE WS-ROLL-SOLD TO WS-TOTAL-OUT
               MOVE WS-ROLL-MATCHED TO WS-TOTAL-OUT-2
               MOVE WS-ROLL-NOT-SOLD TO WS-TOTAL-OUT-3
               MOVE WS-ROLL-SOLD TO WS-PCT-SOLD
               MOVE WS-ROLL-MATCHED TO WS-PCT-MATCHED
               PERFORM 0520-FORMAT-PERCENT
               MOVE SPACES TO RPT-LINE
               STRING "ROLLING " DELIMITED BY SIZE
                       " " DELIMITED BY SIZE
                       WS-TOTAL-OUT DELIMITED BY SIZE
                       "        " DELIMITED BY SIZE
                       WS-TOTAL-OUT-2 DELIMITED BY SIZE
                       "         " DELIMITED BY SIZE
                       WS-TOTAL-OUT-3 DELIMITED BY SIZE
                       "      " DELIMITED BY SIZE
                       WS-PERCENT-OUT DELIMITED BY SIZE
                       "%" DELIMITED BY SIZE
                   INTO RPT-LINE
               PERFORM 0390-PRINT-RPT-LINE
           END-IF.
       0510-PRINT-ONE-MONTH.
           ADD MO-SOLD(WS-MO-IDX) TO WS-ROLL-SOLD.
           ADD MO-MATCHED(WS-MO-IDX) TO WS-ROLL-MATCHED.
           ADD MO-NOT-SOLD(WS-MO-IDX) TO WS-ROLL-NOT-SOLD.
           MOVE MO-SOLD(WS-MO-IDX) TO WS-TOTAL-OUT.
           MOVE MO-MATCHED(WS-MO-IDX) TO WS-TOTAL-OUT-2.
           MOVE MO-NOT-SOLD(WS-MO-IDX) TO WS-TOTAL-OUT-3.
           MOVE MO-SOLD(WS-MO-IDX) TO WS-PCT-SOLD.
           MOVE MO-MATCHED(WS-MO-IDX) TO WS-PCT-MATCHED.
           PERFORM 0520-FORMAT-PERCENT.
           MOVE SPACES TO RPT-LINE.
           STRING MO-PERIOD(WS-MO-IDX) DELIMITED BY SIZE
                   "   " DELIMITED BY SIZE
                   WS-TOTAL-OUT DELIMITED BY SIZE
                   "        " DELIMITED BY SIZE
                   WS-TOTAL-OUT-2 DELIMITED BY SIZE
                   "         " DELIMITED BY SIZE
                   WS-TOTAL-OUT-3 DELIMITED BY SIZE
                   "      " DELIMITED BY SIZE
                   WS-PERCENT-OUT DELIMITED BY SIZE
                   "%" DELIMITED BY SIZE
               INTO RPT-LINE.
           PERFORM 0390-PRINT-RPT-LINE.
           ADD 1 TO WS-MO-IDX.
       0520-FORMAT-PERCENT.
      *    a month with nothing sold is 100% - there was nothing to
      *    miss
           IF WS-PCT-SOLD = 0
               MOVE 100 TO WS-PERCENT
           ELSE
               COMPUTE WS-PERCENT ROUNDED =
                       WS-PCT-MATCHED * 100 / WS-PCT-SOLD
           END-IF.
           MOVE WS-PERCENT TO WS-PERCENT-OUT.
       0600-LOAD-MONTHS.
           OPEN INPUT RECON-HISTORY.
           IF RCN-STAT = "00"
               PERFORM 0610-READ-MONTH-LINE
                   UNTIL RCN-STAT = "10"
               CLOSE RECON-HISTORY
           END-IF.
       0610-READ-MONTH-LINE.
           READ RECON-HISTORY
               AT END
                   MOVE "10" TO RCN-STAT
               NOT AT END
                   IF RL-DATE IS NUMERIC
                       PERFORM 0620-FIND-MONTH
                       IF WS-MO-IDX > 0
                           PERFORM 0630-ADD-TO-MONTH
                       END-IF
                   END-IF
           END-READ.
       0620-FIND-MONTH.
      *    the month table is kept in period order as it is built:
      *    a new period is slotted in after the last one below it
           COMPUTE WS-SCAN-PERIOD = RL-DATE / 100.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-MO-IDX.
           PERFORM 0625-FIND-MONTH-STEP
               UNTIL WS-MO-IDX > WS-MO-COUNT OR WS-FOUND-YES.
           IF NOT WS-FOUND-YES
               IF WS-MO-COUNT < 120
                   MOVE WS-MO-COUNT TO WS-MO-SHIFT
                   PERFORM 0627-SHIFT-MONTH-UP
                       UNTIL WS-MO-SHIFT = 0
                          OR MO-PERIOD(WS-MO-SHIFT) < WS-SCAN-PERIOD
                   COMPUTE WS-MO-IDX = WS-MO-SHIFT + 1
                   ADD 1 TO WS-MO-COUNT
                   MOVE WS-SCAN-PERIOD TO MO-PERIOD(WS-MO-IDX)
                   MOVE 0 TO MO-SOLD(WS-MO-IDX)
                   MOVE 0 TO MO-MATCHED(WS-MO-IDX)
                   MOVE 0 TO MO-NOT-SOLD(WS-MO-IDX)
               ELSE
                   MOVE 0 TO WS-MO-IDX
               END-IF
           END-IF.
       0625-FIND-MONTH-STEP.
           IF MO-PERIOD(WS-MO-IDX) = WS-SCAN-PERIOD
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-MO-IDX
           END-IF.
       0627-SHIFT-MONTH-UP.
           MOVE MO-ENTRY(WS-MO-SHIFT) TO MO-ENTRY(WS-MO-SHIFT + 1).
           SUBTRACT 1 FROM WS-MO-SHIFT.
       0630-ADD-TO-MONTH.
           IF RL-SOLD > 0
               ADD RL-SOLD TO MO-SOLD(WS-MO-IDX)
               IF RL-LOGGED < RL-SOLD
                   ADD RL-LOGGED TO MO-MATCHED(WS-MO-IDX)
               ELSE
                   ADD RL-SOLD TO MO-MATCHED(WS-MO-IDX)
               END-IF
           END-IF.
           IF RL-LOGGED > RL-SOLD
               IF RL-SOLD > 0
                   COMPUTE MO-NOT-SOLD(WS-MO-IDX) =
                           MO-NOT-SOLD(WS-MO-IDX) + RL-LOGGED - RL-SOLD
               ELSE
                   ADD RL-LOGGED TO MO-NOT-SOLD(WS-MO-IDX)
               END-IF
           END-IF.
       9999-EXIT.
           STOP RUN.
