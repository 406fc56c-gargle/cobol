       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-KITTY.
      * cobc -x -Wall bier-kitty.cob bierlkid.cob bierauth.cob
      *                                   bierpin.cob bierhash.cob
      *                                   opsjrnl.cob
      *                                   fstatmsg.cob
      *                                   bierenv.cob -I copybooks
      *                                   -T bier-kitty.lst
      *
      * usage: bier-kitty DEPOSIT amount
      *        bier-kitty ASSESS yyyymm
      *        bier-kitty STATEMENT
      *        bier-kitty EXPENSE amount category [ORDER order-no]
      *        bier-kitty EXPENSE amount category [EVENT event-id]
      *        bier-kitty CASHBOOK [yyyy]
      *        bier-kitty CASHCOUNT counted [bank-balance]
      *   the communal kitty finally gets a system.  DEPOSIT records
      * that the calling user (BIER_USER, validated against BIER.USR
      * when the registry exists) has paid AMOUNT euros into the tin,
      * and exits with return code 4 when anyone is behind.  BIER.PAY
      * only settles rounds between pairs of people; this is the
      * communal pot.
      *   the tin pays out as well.  EXPENSE records a payment made
      * from the kitty by the calling user on the BIER.KEXP ledger,
      * "timestamp user amount category link-type link-id", under
      * one of the categories DELIVERY, SNACKS, GLASSES, SUPPLIES or
      * OTHER, optionally tied to a BIER-STOCK order number on
      * BIER.PO or to an event id on BIER.EVT (both checked when the
      * file exists; "-" when there is no link).  CASHBOOK is the
      * running cash book for the year (default this year): opening
      * balance, receipts (BIER.KTY) and payments (BIER.KEXP) and
      * closing balance per month, then the year's payments by
      * category.  CASHCOUNT is the treasurer's count: what is
      * physically in the tin, plus the kitty's bank balance when
      * deposits are also banked, set against the book balance;
      * the count and the difference are kept on BIER.KCNT and the
      * run exits with return code 4 when the book does not agree.
      * STATEMENT closes with the kitty on book as well.
      *   fines assessed by BIER-FINES sit on BIER.DUES as well, as
      * "yyyymm user amount FINE" lines; STATEMENT shows them in a
      * column of their own and counts them against the net position
      * like dues, and ASSESS looks past them when it checks whether
      * a period's drink dues are already on the ledger.
      *   ASSESS, EXPENSE and CASHCOUNT are the treasurer's and are
      * granted through BIER.AUTH (BIERAUTH); the other modes are
      * open as before.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           SELECT SPEND-SUMMARY ASSIGN TO "BIER.SPND"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SPND-STAT.
           SELECT EXPENSE-LEDGER ASSIGN TO "BIER.KEXP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KEXP-STAT.
           SELECT CASH-COUNT-LOG ASSIGN TO "BIER.KCNT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KCNT-STAT.
           SELECT EVENT-FILE ASSIGN TO "BIER.EVT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS EVT-STAT.
           SELECT OPEN-ORDERS ASSIGN TO "BIER.PO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-STAT.
           SELECT BIER-REGISTRY ASSIGN TO "BIER.USR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
       01  DUES-LINE                              PIC X(40).
       FD  SPEND-SUMMARY.
       01  SPEND-SUMMARY-LINE                     PIC X(40).
       FD  EXPENSE-LEDGER.
       01  EXPENSE-LINE                           PIC X(80).
       FD  CASH-COUNT-LOG.
       01  CASH-COUNT-LINE                        PIC X(80).
       FD  EVENT-FILE.
       01  EVENT-LINE                             PIC X(80).
       FD  OPEN-ORDERS.
       01  ORDER-LINE                             PIC X(80).
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       01  KITTY-LINE-FIELDS.
           03  KL-TIMESTAMP                       PIC X(14).
           03  KL-USER-ID                         PIC X(08).
           03  DL-PERIOD                          PIC X(06).
           03  DL-USER-ID                         PIC X(08).
           03  DL-AMOUNT                          PIC X(10).
           03  DL-KIND                            PIC X(04).
       01  EXPENSE-LINE-FIELDS.
           03  XL-TIMESTAMP                       PIC X(14).
           03  XL-USER-ID                         PIC X(08).
           03  XL-AMOUNT                          PIC X(10).
           03  XL-CATEGORY                        PIC X(10).
           03  XL-LINK-TYPE                       PIC X(05).
           03  XL-LINK-ID                         PIC X(16).
       01  LINK-LOOKUP-FIELDS.
           03  LU-FIRST-TOKEN                     PIC X(16).
           03  LU-REST                            PIC X(64).
       01  CASH-BOOK-TABLE.
           03  CB-MONTH OCCURS 12 TIMES.
               05  CB-RECEIPTS                    PIC 9(07)V99.
               05  CB-PAYMENTS                    PIC 9(07)V99.
       77  WS-CB-IDX                              PIC 9(02).
      * the year's payments by category, same order as the 88 below
       01  CATEGORY-TOTALS.
           03  CAT-ENTRY OCCURS 5 TIMES.
               05  CAT-NAME                       PIC X(10).
               05  CAT-TOTAL                      PIC 9(07)V99.
       77  WS-CAT-IDX                             PIC 9(02).
       77  WS-CATEGORY                            PIC X(10).
           88  WS-CATEGORY-VALID                  VALUE "DELIVERY"
                                                        "SNACKS"
                                                        "GLASSES"
                                                        "SUPPLIES"
                                                        "OTHER".
       77  WS-LINK-TYPE                           PIC X(05).
       77  WS-LINK-ID                             PIC X(16).
       77  WS-EXPENSE-AMOUNT                      PIC 9(05)V99.
       77  WS-COUNTED-AMOUNT                      PIC 9(05)V99.
       77  WS-BANK-AMOUNT                         PIC 9(06)V99.
       77  WS-LINE-AMOUNT                         PIC 9(07)V99.
       77  WS-ARG-CATEGORY                        PIC X(10).
       77  WS-ARG-LINK-TYPE                       PIC X(10).
       77  WS-ARG-LINK-ID                         PIC X(16).
       77  WS-CB-YEAR                             PIC X(04).
       77  WS-LINE-YEAR                           PIC X(04).
       77  WS-LINE-MONTH                          PIC 9(02).
       77  WS-OPENING-BALANCE                     PIC S9(07)V99.
       77  WS-RUNNING-BALANCE                     PIC S9(07)V99.
       77  WS-BOOK-BALANCE                        PIC S9(07)V99.
       77  WS-CASH-DIFFERENCE                     PIC S9(07)V99.
       77  WS-TOTAL-RECEIPTS                      PIC 9(07)V99.
       77  WS-TOTAL-PAYMENTS                      PIC 9(07)V99.
       77  WS-BANK-EDIT                           PIC 9(06).9(02).
       77  WS-DIFF-OUT                            PIC -(6)9.99.
       77  WS-MONTH-OUT                           PIC X(06).
       01  BALANCE-TABLE.
           03  BAL-ENTRY OCCURS 60 TIMES.
               05  BAL-USER-ID                    PIC X(08).
               05  BAL-PAID-IN                    PIC 9(07)V99.
               05  BAL-DUES                       PIC 9(07)V99.
               05  BAL-FINES                      PIC 9(07)V99.
       77  WS-BAL-COUNT                           PIC 9(03) VALUE 0.
       77  WS-BAL-IDX                             PIC 9(03).
       77  WS-FOUND-SW                            PIC X(01).
       77  DUES-STAT                               PIC X(02).
       77  SPND-STAT                               PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  KEXP-STAT                               PIC X(02).
       77  KCNT-STAT                               PIC X(02).
       77  EVT-STAT                                PIC X(02).
       77  PO-STAT                                 PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  WS-LOCK-RETRY                          PIC 9(02).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-KITTY".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF WS-RUN-MODE = "ASSESS" OR WS-RUN-MODE = "EXPENSE"
                   OR WS-RUN-MODE = "CASHCOUNT"
               PERFORM 0002-CHECK-AUTHORITY
           END-IF.
           EVALUATE WS-RUN-MODE
               WHEN "DEPOSIT"
                   PERFORM 0100-RECORD-DEPOSIT
                   PERFORM 0200-ASSESS-PERIOD
               WHEN "STATEMENT"
                   PERFORM 0300-BALANCE-STATEMENT
               WHEN "EXPENSE"
                   PERFORM 0400-RECORD-EXPENSE
               WHEN "CASHBOOK"
                   PERFORM 0500-CASH-BOOK
               WHEN "CASHCOUNT"
                   PERFORM 0600-CASH-COUNT
               WHEN OTHER
                   DISPLAY "USAGE: BIER-KITTY DEPOSIT AMOUNT"
                       UPON TERM
                   DISPLAY "       BIER-KITTY ASSESS YYYYMM" UPON TERM
                   DISPLAY "       BIER-KITTY STATEMENT" UPON TERM
                   DISPLAY "       BIER-KITTY EXPENSE AMOUNT CATEGORY "
                           "[ORDER NO | EVENT ID]" UPON TERM
                   DISPLAY "       BIER-KITTY CASHBOOK [YYYY]"
                       UPON TERM
                   DISPLAY "       BIER-KITTY CASHCOUNT COUNTED "
                           "[BANK-BALANCE]" UPON TERM
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
           MOVE SPACES TO WS-RUN-MODE WS-ARG-VALUE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-VALUE
           END-ACCEPT.
           MOVE SPACES TO WS-ARG-CATEGORY WS-ARG-LINK-TYPE
               WS-ARG-LINK-ID.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-CATEGORY FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-CATEGORY
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-LINK-TYPE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-LINK-TYPE
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-LINK-ID FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-LINK-ID
           END-ACCEPT.
           MOVE SPACES TO WS-USER-ID.
           DISPLAY "BIER_USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-USER-ID FROM ENVIRONMENT-VALUE.
      *    same bootstrap stance as bier-pay's 0007-CHECK-REGISTRY:
      *    no BIER.USR means any ID is accepted
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE WS-USER-ID TO BUSR-USER-ID
               READ BIER-REGISTRY
               AT END
                   MOVE "10" TO DUES-STAT
               NOT AT END
                   MOVE SPACES TO DUES-LINE-FIELDS
                   UNSTRING DUES-LINE DELIMITED BY ALL SPACE
                       INTO DL-PERIOD DL-USER-ID DL-AMOUNT DL-KIND
                   IF DL-PERIOD = WS-ASSESS-PERIOD
                           AND DL-KIND NOT = "FINE"
                       DISPLAY "PERIOD " WS-ASSESS-PERIOD " IS "
                               "ALREADY ASSESSED ON BIER.DUES"
                               UPON TERM
               GO TO 9999-EXIT
           END-IF.
           DISPLAY "KITTY BALANCE STATEMENT" UPON TERM.
           DISPLAY "USER       PAID-IN EUR   DUES EUR  FINES EUR      "
                   "NET" UPON TERM.
           DISPLAY "-------------------------------------------------"
                   "------" UPON TERM.
           MOVE 1 TO WS-BAL-IDX.
           PERFORM 0330-DISPLAY-BALANCE-LINE
               UNTIL WS-BAL-IDX > WS-BAL-COUNT.
           DISPLAY "-------------------------------------------------"
                   "------" UPON TERM.
           PERFORM 0700-BOOK-BALANCE.
           MOVE WS-BOOK-BALANCE TO WS-NET-OUT.
           DISPLAY "KITTY ON BOOK (DEPOSITS LESS EXPENSES) "
                   TRIM(WS-NET-OUT) " EUR" UPON TERM.
           IF WS-ARREARS-COUNT > 0
               DISPLAY WS-ARREARS-COUNT " USER(S) IN ARREARS"
                   UPON TERM
               NOT AT END
                   MOVE SPACES TO DUES-LINE-FIELDS
                   UNSTRING DUES-LINE DELIMITED BY ALL SPACE
                       INTO DL-PERIOD DL-USER-ID DL-AMOUNT DL-KIND
                   IF DL-USER-ID NOT = SPACES
                       MOVE DL-USER-ID TO WS-TALLY-USER
                       PERFORM 0340-FIND-BALANCE-USER
                       IF DL-KIND = "FINE"
                           ADD NUMVAL(DL-AMOUNT)
                               TO BAL-FINES(WS-BAL-IDX)
                       ELSE
                           ADD NUMVAL(DL-AMOUNT)
                               TO BAL-DUES(WS-BAL-IDX)
                       END-IF
                   END-IF
           END-READ.
       0330-DISPLAY-BALANCE-LINE.
           DISPLAY WS-EURO-OUT "     " WITH NO ADVANCING UPON TERM.
           MOVE BAL-DUES(WS-BAL-IDX) TO WS-EURO-OUT.
           DISPLAY WS-EURO-OUT "  " WITH NO ADVANCING UPON TERM.
           MOVE BAL-FINES(WS-BAL-IDX) TO WS-EURO-OUT.
           DISPLAY WS-EURO-OUT "  " WITH NO ADVANCING UPON TERM.
           COMPUTE WS-NET-POSITION = BAL-PAID-IN(WS-BAL-IDX)
                                   - BAL-DUES(WS-BAL-IDX)
                                   - BAL-FINES(WS-BAL-IDX).
           MOVE WS-NET-POSITION TO WS-NET-OUT.
           DISPLAY WS-NET-OUT WITH NO ADVANCING UPON TERM.
           IF WS-NET-POSITION < 0
               MOVE WS-TALLY-USER TO BAL-USER-ID(WS-BAL-IDX)
               MOVE 0 TO BAL-PAID-IN(WS-BAL-IDX)
               MOVE 0 TO BAL-DUES(WS-BAL-IDX)
               MOVE 0 TO BAL-FINES(WS-BAL-IDX)
           END-IF.
       0345-FIND-BALANCE-STEP.
           IF BAL-USER-ID(WS-BAL-IDX) = WS-TALLY-USER
           ELSE
               ADD 1 TO WS-BAL-IDX
           END-IF.
       0400-RECORD-EXPENSE.
           IF WS-ARG-VALUE = SPACES OR WS-ARG-CATEGORY = SPACES
               DISPLAY "EXPENSE NEEDS AN AMOUNT IN EUROS AND A "
                       "CATEGORY" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           COMPUTE WS-EXPENSE-AMOUNT = NUMVAL(WS-ARG-VALUE)
               ON SIZE ERROR
                   MOVE 0 TO WS-EXPENSE-AMOUNT
           END-COMPUTE.
           IF WS-EXPENSE-AMOUNT = 0
               DISPLAY "AMOUNT MUST BE MORE THAN 0.00" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE UPPER-CASE(WS-ARG-CATEGORY) TO WS-CATEGORY.
           IF NOT WS-CATEGORY-VALID
               DISPLAY "CATEGORY MUST BE DELIVERY, SNACKS, GLASSES, "
                       "SUPPLIES OR OTHER" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE "-" TO WS-LINK-TYPE WS-LINK-ID.
           EVALUATE UPPER-CASE(WS-ARG-LINK-TYPE)
               WHEN SPACES
                   CONTINUE
               WHEN "ORDER"
                   PERFORM 0410-CHECK-ORDER-LINK
               WHEN "EVENT"
                   PERFORM 0420-CHECK-EVENT-LINK
               WHEN OTHER
                   DISPLAY "AN EXPENSE LINKS TO AN ORDER OR AN EVENT"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-EVALUATE.
           PERFORM 0007-CHECK-REGISTRY.
           PERFORM 0009-ACQUIRE-LOCK.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           OPEN EXTEND EXPENSE-LEDGER.
           IF KEXP-STAT = "35"
               CLOSE EXPENSE-LEDGER
               OPEN OUTPUT EXPENSE-LEDGER
           END-IF.
           MOVE WS-EXPENSE-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO EXPENSE-LINE.
           STRING WS-CURRENT-TIMESTAMP-NUMERIC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-USER-ID) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-CATEGORY) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-LINK-TYPE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-LINK-ID) DELIMITED BY SIZE
               INTO EXPENSE-LINE.
           WRITE EXPENSE-LINE.
           CLOSE EXPENSE-LEDGER.
           PERFORM 0095-RELEASE-LOCK.
           DISPLAY "EXPENSE OF " WS-AMOUNT-EDIT " EUR ("
                   TRIM(WS-CATEGORY) ") BY " TRIM(WS-USER-ID)
                   " PAID FROM THE KITTY" UPON TERM.
       0410-CHECK-ORDER-LINK.
           IF WS-ARG-LINK-ID = SPACES
                   OR TEST-NUMVAL(WS-ARG-LINK-ID) NOT = 0
               DISPLAY "ORDER NEEDS THE BIER.PO ORDER NUMBER" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE "ORDER" TO WS-LINK-TYPE.
           MOVE WS-ARG-LINK-ID TO WS-LINK-ID.
      *    no BIER.PO yet means nothing to check the number against
           OPEN INPUT OPEN-ORDERS.
           IF PO-STAT = "00"
               MOVE "N" TO WS-FOUND-SW
               PERFORM 0415-SCAN-ORDER-LINE
                   UNTIL PO-STAT = "10" OR WS-FOUND-YES
               CLOSE OPEN-ORDERS
               IF NOT WS-FOUND-YES
                   DISPLAY "NO ORDER " TRIM(WS-ARG-LINK-ID)
                           " ON BIER.PO" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
       0415-SCAN-ORDER-LINE.
           READ OPEN-ORDERS
               AT END
                   MOVE "10" TO PO-STAT
               NOT AT END
                   MOVE SPACES TO LINK-LOOKUP-FIELDS
                   UNSTRING ORDER-LINE DELIMITED BY ALL SPACE
                       INTO LU-FIRST-TOKEN LU-REST
                   IF LU-FIRST-TOKEN NOT = SPACES
                           AND TEST-NUMVAL(LU-FIRST-TOKEN) = 0
                       IF NUMVAL(LU-FIRST-TOKEN) =
                               NUMVAL(WS-ARG-LINK-ID)
                           MOVE "Y" TO WS-FOUND-SW
                       END-IF
                   END-IF
           END-READ.
       0420-CHECK-EVENT-LINK.
           IF WS-ARG-LINK-ID = SPACES
               DISPLAY "EVENT NEEDS THE BIER.EVT EVENT ID" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE "EVENT" TO WS-LINK-TYPE.
           MOVE WS-ARG-LINK-ID TO WS-LINK-ID.
           OPEN INPUT EVENT-FILE.
           IF EVT-STAT = "00"
               MOVE "N" TO WS-FOUND-SW
               PERFORM 0425-SCAN-EVENT-LINE
                   UNTIL EVT-STAT = "10" OR WS-FOUND-YES
               CLOSE EVENT-FILE
               IF NOT WS-FOUND-YES
                   DISPLAY "NO EVENT " TRIM(WS-ARG-LINK-ID)
                           " ON BIER.EVT" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
       0425-SCAN-EVENT-LINE.
           READ EVENT-FILE
               AT END
                   MOVE "10" TO EVT-STAT
               NOT AT END
                   MOVE SPACES TO LINK-LOOKUP-FIELDS
                   UNSTRING EVENT-LINE DELIMITED BY ALL SPACE
                       INTO LU-FIRST-TOKEN LU-REST
                   IF LU-FIRST-TOKEN = WS-ARG-LINK-ID
                       MOVE "Y" TO WS-FOUND-SW
                   END-IF
           END-READ.
       0500-CASH-BOOK.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           IF WS-ARG-VALUE = SPACES
               MOVE WS-CURRENT-DATE(1:4) TO WS-CB-YEAR
           ELSE
               MOVE WS-ARG-VALUE(1:4) TO WS-CB-YEAR
           END-IF.
           IF WS-CB-YEAR NOT NUMERIC
               DISPLAY "CASHBOOK YEAR MUST BE YYYY" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0510-SCAN-LEDGERS.
           DISPLAY "KITTY CASH BOOK " WS-CB-YEAR UPON TERM.
           DISPLAY "MONTH     OPENING   RECEIPTS   PAYMENTS    CLOSING"
               UPON TERM.
           DISPLAY "--------------------------------------------------"
               UPON TERM.
           MOVE WS-OPENING-BALANCE TO WS-RUNNING-BALANCE.
           MOVE 0 TO WS-TOTAL-RECEIPTS WS-TOTAL-PAYMENTS.
           MOVE 1 TO WS-CB-IDX.
           PERFORM 0540-DISPLAY-CASH-BOOK-MONTH
               UNTIL WS-CB-IDX > 12.
           DISPLAY "--------------------------------------------------"
               UPON TERM.
           DISPLAY "YEAR    " WITH NO ADVANCING UPON TERM.
           MOVE WS-OPENING-BALANCE TO WS-NET-OUT.
           DISPLAY WS-NET-OUT WITH NO ADVANCING UPON TERM.
           MOVE WS-TOTAL-RECEIPTS TO WS-EURO-OUT.
           DISPLAY "  " WS-EURO-OUT WITH NO ADVANCING UPON TERM.
           MOVE WS-TOTAL-PAYMENTS TO WS-EURO-OUT.
           DISPLAY "  " WS-EURO-OUT WITH NO ADVANCING UPON TERM.
           MOVE WS-RUNNING-BALANCE TO WS-NET-OUT.
           DISPLAY " " WS-NET-OUT UPON TERM.
           DISPLAY SPACE UPON TERM.
           DISPLAY "PAYMENTS BY CATEGORY" UPON TERM.
           MOVE 1 TO WS-CAT-IDX.
           PERFORM 0550-DISPLAY-CATEGORY-TOTAL
               UNTIL WS-CAT-IDX > 5.
       0510-SCAN-LEDGERS.
      *    everything dated before WS-CB-YEAR is the opening balance,
      *    the year itself is split by month, later lines are ignored
           INITIALIZE CASH-BOOK-TABLE.
           MOVE "DELIVERY" TO CAT-NAME(1).
           MOVE "SNACKS" TO CAT-NAME(2).
           MOVE "GLASSES" TO CAT-NAME(3).
           MOVE "SUPPLIES" TO CAT-NAME(4).
           MOVE "OTHER" TO CAT-NAME(5).
           MOVE 1 TO WS-CAT-IDX.
           PERFORM 0515-CLEAR-CATEGORY-TOTAL
               UNTIL WS-CAT-IDX > 5.
           MOVE 0 TO WS-OPENING-BALANCE.
           OPEN INPUT KITTY-LEDGER.
           IF KTY-STAT = "00"
               PERFORM 0520-CASH-BOOK-RECEIPT
                   UNTIL KTY-STAT = "10"
               CLOSE KITTY-LEDGER
           END-IF.
           OPEN INPUT EXPENSE-LEDGER.
           IF KEXP-STAT = "00"
               PERFORM 0530-CASH-BOOK-PAYMENT
                   UNTIL KEXP-STAT = "10"
               CLOSE EXPENSE-LEDGER
           END-IF.
       0515-CLEAR-CATEGORY-TOTAL.
           MOVE 0 TO CAT-TOTAL(WS-CAT-IDX).
           ADD 1 TO WS-CAT-IDX.
       0520-CASH-BOOK-RECEIPT.
           READ KITTY-LEDGER
               AT END
                   MOVE "10" TO KTY-STAT
               NOT AT END
                   MOVE SPACES TO KITTY-LINE-FIELDS
                   UNSTRING KITTY-LINE DELIMITED BY ALL SPACE
                       INTO KL-TIMESTAMP KL-USER-ID KL-AMOUNT
                   IF KL-TIMESTAMP(1:6) IS NUMERIC
                       COMPUTE WS-LINE-AMOUNT = NUMVAL(KL-AMOUNT)
                       MOVE KL-TIMESTAMP(1:4) TO WS-LINE-YEAR
                       MOVE KL-TIMESTAMP(5:2) TO WS-LINE-MONTH
                       IF WS-LINE-YEAR < WS-CB-YEAR
                           ADD WS-LINE-AMOUNT TO WS-OPENING-BALANCE
                       END-IF
                       IF WS-LINE-YEAR = WS-CB-YEAR
                               AND WS-LINE-MONTH >= 1
                               AND WS-LINE-MONTH <= 12
                           ADD WS-LINE-AMOUNT
                               TO CB-RECEIPTS(WS-LINE-MONTH)
                       END-IF
                   END-IF
           END-READ.
       0530-CASH-BOOK-PAYMENT.
           READ EXPENSE-LEDGER
               AT END
                   MOVE "10" TO KEXP-STAT
               NOT AT END
                   MOVE SPACES TO EXPENSE-LINE-FIELDS
                   UNSTRING EXPENSE-LINE DELIMITED BY ALL SPACE
                       INTO XL-TIMESTAMP XL-USER-ID XL-AMOUNT
                            XL-CATEGORY XL-LINK-TYPE XL-LINK-ID
                   IF XL-TIMESTAMP(1:6) IS NUMERIC
                       COMPUTE WS-LINE-AMOUNT = NUMVAL(XL-AMOUNT)
                       MOVE XL-TIMESTAMP(1:4) TO WS-LINE-YEAR
                       MOVE XL-TIMESTAMP(5:2) TO WS-LINE-MONTH
                       IF WS-LINE-YEAR < WS-CB-YEAR
                           SUBTRACT WS-LINE-AMOUNT
                               FROM WS-OPENING-BALANCE
                       END-IF
                       IF WS-LINE-YEAR = WS-CB-YEAR
                               AND WS-LINE-MONTH >= 1
                               AND WS-LINE-MONTH <= 12
                           ADD WS-LINE-AMOUNT
                               TO CB-PAYMENTS(WS-LINE-MONTH)
                           PERFORM 0535-ADD-CATEGORY-TOTAL
                       END-IF
                   END-IF
           END-READ.
       0535-ADD-CATEGORY-TOTAL.
      *    a category no longer on the list lands under OTHER
           MOVE 1 TO WS-CAT-IDX.
           PERFORM 0536-FIND-CATEGORY-STEP
               UNTIL WS-CAT-IDX > 4
                   OR CAT-NAME(WS-CAT-IDX) = XL-CATEGORY.
           ADD WS-LINE-AMOUNT TO CAT-TOTAL(WS-CAT-IDX).
       0536-FIND-CATEGORY-STEP.
           ADD 1 TO WS-CAT-IDX.
       0540-DISPLAY-CASH-BOOK-MONTH.
           IF WS-CB-YEAR = WS-CURRENT-DATE(1:4)
                   AND WS-CB-IDX > WS-CURRENT-DATE(5:2)
               CONTINUE
           ELSE
               MOVE WS-CB-YEAR TO WS-MONTH-OUT(1:4)
               MOVE WS-CB-IDX TO WS-MONTH-OUT(5:2)
               DISPLAY WS-MONTH-OUT "  " WITH NO ADVANCING UPON TERM
               MOVE WS-RUNNING-BALANCE TO WS-NET-OUT
               DISPLAY WS-NET-OUT WITH NO ADVANCING UPON TERM
               MOVE CB-RECEIPTS(WS-CB-IDX) TO WS-EURO-OUT
               DISPLAY "  " WS-EURO-OUT WITH NO ADVANCING UPON TERM
               MOVE CB-PAYMENTS(WS-CB-IDX) TO WS-EURO-OUT
               DISPLAY "  " WS-EURO-OUT WITH NO ADVANCING UPON TERM
               ADD CB-RECEIPTS(WS-CB-IDX) TO WS-RUNNING-BALANCE
                   WS-TOTAL-RECEIPTS
               SUBTRACT CB-PAYMENTS(WS-CB-IDX) FROM WS-RUNNING-BALANCE
               ADD CB-PAYMENTS(WS-CB-IDX) TO WS-TOTAL-PAYMENTS
               MOVE WS-RUNNING-BALANCE TO WS-NET-OUT
               DISPLAY " " WS-NET-OUT UPON TERM
           END-IF.
           ADD 1 TO WS-CB-IDX.
       0550-DISPLAY-CATEGORY-TOTAL.
           MOVE CAT-TOTAL(WS-CAT-IDX) TO WS-EURO-OUT.
           DISPLAY "  " CAT-NAME(WS-CAT-IDX) "  " WS-EURO-OUT
               UPON TERM.
           ADD 1 TO WS-CAT-IDX.
       0600-CASH-COUNT.
           IF WS-ARG-VALUE = SPACES
                   OR TEST-NUMVAL(WS-ARG-VALUE) NOT = 0
               DISPLAY "CASHCOUNT NEEDS THE AMOUNT COUNTED IN THE TIN"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           COMPUTE WS-COUNTED-AMOUNT = NUMVAL(WS-ARG-VALUE)
               ON SIZE ERROR
                   DISPLAY "COUNTED AMOUNT IS TOO LARGE" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
           END-COMPUTE.
      *    the bank balance rides in the third word
           MOVE 0 TO WS-BANK-AMOUNT.
           IF WS-ARG-CATEGORY NOT = SPACES
               IF TEST-NUMVAL(WS-ARG-CATEGORY) NOT = 0
                   DISPLAY "BANK BALANCE MUST BE AN AMOUNT IN EUROS"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               COMPUTE WS-BANK-AMOUNT = NUMVAL(WS-ARG-CATEGORY)
                   ON SIZE ERROR
                       DISPLAY "BANK BALANCE IS TOO LARGE" UPON TERM
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
               END-COMPUTE
           END-IF.
           PERFORM 0007-CHECK-REGISTRY.
      *    held so no deposit or expense lands between the book
      *    balance and the count being written down
           PERFORM 0009-ACQUIRE-LOCK.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           PERFORM 0700-BOOK-BALANCE.
           COMPUTE WS-CASH-DIFFERENCE = WS-COUNTED-AMOUNT
                                      + WS-BANK-AMOUNT
                                      - WS-BOOK-BALANCE.
           OPEN EXTEND CASH-COUNT-LOG.
           IF KCNT-STAT = "35"
               CLOSE CASH-COUNT-LOG
               OPEN OUTPUT CASH-COUNT-LOG
           END-IF.
           MOVE WS-COUNTED-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE WS-BANK-AMOUNT TO WS-BANK-EDIT.
           MOVE WS-BOOK-BALANCE TO WS-NET-OUT.
           MOVE WS-CASH-DIFFERENCE TO WS-DIFF-OUT.
           MOVE SPACES TO CASH-COUNT-LINE.
           STRING WS-CURRENT-TIMESTAMP-NUMERIC DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-USER-ID) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-BANK-EDIT DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-NET-OUT) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-DIFF-OUT) DELIMITED BY SIZE
               INTO CASH-COUNT-LINE.
           WRITE CASH-COUNT-LINE.
           CLOSE CASH-COUNT-LOG.
           PERFORM 0095-RELEASE-LOCK.
           DISPLAY "KITTY CASH COUNT BY " TRIM(WS-USER-ID) UPON TERM.
           MOVE WS-COUNTED-AMOUNT TO WS-EURO-OUT.
           DISPLAY "  COUNTED IN THE TIN    " WS-EURO-OUT UPON TERM.
           MOVE WS-BANK-AMOUNT TO WS-EURO-OUT.
           DISPLAY "  BANK BALANCE          " WS-EURO-OUT UPON TERM.
           MOVE WS-BOOK-BALANCE TO WS-NET-OUT.
           DISPLAY "  BOOK BALANCE         " WS-NET-OUT UPON TERM.
           MOVE WS-CASH-DIFFERENCE TO WS-NET-OUT.
           DISPLAY "  DIFFERENCE           " WS-NET-OUT UPON TERM.
           IF WS-CASH-DIFFERENCE = 0
               DISPLAY "THE KITTY BALANCES" UPON TERM
           ELSE
               IF WS-CASH-DIFFERENCE < 0
                   DISPLAY "THE KITTY IS SHORT" UPON TERM
               ELSE
                   DISPLAY "THE KITTY IS OVER" UPON TERM
               END-IF
               MOVE 4 TO RETURN-CODE
           END-IF.
       0700-BOOK-BALANCE.
      *    the whole of both ledgers, i.e. the opening balance of a
      *    year nothing has been written in yet
           MOVE "9999" TO WS-CB-YEAR.
           PERFORM 0510-SCAN-LEDGERS.
           MOVE WS-OPENING-BALANCE TO WS-BOOK-BALANCE.
       0902-REGISTRY-FILE-ERROR.
      *    only status 35 means there is no registry; one that is
      *    there but will not open (a layout not yet converted by
      *    BIER-USRLOAD, a damaged index) must not be taken for
      *    none and let every ID through
           CALL "FSTATMSG" USING USR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           DISPLAY "BIER.USR ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   USR-STAT ")" UPON TERM.
           IF WS-LOCK-OK
               PERFORM 0095-RELEASE-LOCK
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
