       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-BANKIMP.
      * cobc -x -Wall bier-bankimp.cob fstatmsg.cob opsjrnl.cob
      *          bierauth.cob bierpin.cob bierhash.cob
      *          bierqsc.cob bierlkid.cob bierenv.cob -I copybooks
      *          -T bier-bankimp.lst
      *
      * usage: bier-bankimp IMPORT
      *        bier-bankimp SUSPENSE
      *        bier-bankimp ASSIGN seq user [RND payee count]
      *        bier-bankimp DISMISS seq
      *   the kitty account's bank statement, read instead of
      * retyped.  IMPORT takes the bank's CSV download as BANK.CSV,
      * one booking per line:
      *     date,amount,counterparty-iban,counterparty-name,reference
      * (date YYYYMMDD or YYYY-MM-DD, amount with a decimal point,
      * debits negative; a header line is skipped).  every credit is
      * matched to a registered user through the IBAN or the transfer
      * reference held against them on BIER.USR (see BIER-USERMAINT
      * BANK).  a single match is posted: to BIER.KTY as a kitty
      * deposit, or - when the reference carries "RND payee count" -
      * to BIER.PAY as that many rounds paid off to the payee, the
      * same line BIER-PAY writes.  no match, two different matches
      * or an unusable RND reference - no payee or count, a payee not
      * on BIER.USR, or the payer paying themself - go to the
      * BANK.SUSP suspense file with a reason instead.  debits are
      * not the kitty's business here and are skipped.  every credit
      * handled is remembered on BANK.LOG, so importing an
      * overlapping download a second time never posts the same
      * money twice.
      *   SUSPENSE lists the open suspense lines and exits with
      * return code 4 while any are open.  ASSIGN posts one of them
      * by hand to the named user (as a deposit, or with RND payee
      * count as a round payment) and DISMISS closes one that is
      * nobody's kitty money - an interest credit, a refund.
      * BIER-KITTY STATEMENT and BIER-SETTLE then show money that
      * actually arrived.
      *   IMPORT, ASSIGN and DISMISS are granted through BIER.AUTH
      * (BIERAUTH); SUSPENSE only reads.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BANK-STATEMENT ASSIGN TO "BANK.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CSV-STAT.
           SELECT BANK-LOG ASSIGN TO "BANK.LOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS LOG-STAT.
           SELECT SUSPENSE-FILE ASSIGN TO "BANK.SUSP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SUS-STAT.
           SELECT KITTY-LEDGER ASSIGN TO "BIER.KTY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS KTY-STAT.
           SELECT BIER-PAYMENT ASSIGN TO "BIER.PAY"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PAY-STAT.
           SELECT BIER-REGISTRY ASSIGN TO "BIER.USR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS USR-STAT.
           SELECT BIER-LOCK ASSIGN TO "BIER.LCK"
               ORGANIZATION IS LINE SEQUENTIAL
               LOCK MODE IS EXCLUSIVE
               FILE STATUS IS LOCK-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BANK-STATEMENT.
       01  BANK-LINE                              PIC X(200).
       FD  BANK-LOG.
       01  BANK-LOG-LINE                          PIC X(200).
       FD  SUSPENSE-FILE.
       01  SUSPENSE-RECORD.
           03  SUS-SEQ                            PIC 9(05).
           03  FILLER                             PIC X(01).
           03  SUS-STATE                          PIC X(01).
               88  SUS-OPEN                       VALUE "O".
               88  SUS-ASSIGNED                   VALUE "A".
               88  SUS-DISMISSED                  VALUE "D".
           03  FILLER                             PIC X(01).
           03  SUS-DATE                           PIC 9(08).
           03  FILLER                             PIC X(01).
           03  SUS-AMOUNT                         PIC 9(06).9(02).
           03  FILLER                             PIC X(01).
           03  SUS-REASON                         PIC X(12).
           03  FILLER                             PIC X(01).
           03  SUS-IBAN                           PIC X(34).
           03  FILLER                             PIC X(01).
           03  SUS-ASSIGNED-TO                    PIC X(08).
           03  FILLER                             PIC X(01).
           03  SUS-REFERENCE                      PIC X(60).
       FD  KITTY-LEDGER.
       01  KITTY-LINE                             PIC X(40).
       FD  BIER-PAYMENT.
       01  PAYMENT-LINE                           PIC X(40).
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  BANK-LINE-FIELDS.
           03  BK-DATE                            PIC X(10).
           03  BK-AMOUNT                          PIC X(14).
           03  BK-IBAN                            PIC X(34).
           03  BK-NAME                            PIC X(40).
           03  BK-REFERENCE                       PIC X(60).
      * the registry's bank details, held for the run
       01  PAYER-TABLE.
           03  PY-ENTRY OCCURS 120 TIMES.
               05  PY-USER-ID                     PIC X(08).
               05  PY-IBAN                        PIC X(34).
               05  PY-BANK-REF                    PIC X(16).
       77  WS-PY-COUNT                            PIC 9(03) VALUE 0.
       77  WS-PY-IDX                              PIC 9(03).
      * credits already handled by an earlier import
       01  SEEN-LINE-TABLE.
           03  SEEN-LINE OCCURS 2000 TIMES        PIC X(200).
       77  WS-SEEN-COUNT                          PIC 9(04) VALUE 0.
       77  WS-SEEN-IDX                            PIC 9(04).
       77  WS-SEEN-SW                             PIC X(01).
           88  WS-SEEN-YES                        VALUE "Y".
      * the whole suspense file, for the in-place ASSIGN / DISMISS
       01  SUSPENSE-TABLE.
           03  ST-LINE OCCURS 500 TIMES           PIC X(150).
       77  WS-ST-COUNT                            PIC 9(03) VALUE 0.
       77  WS-ST-IDX                              PIC 9(03).
       77  WS-ST-TARGET                           PIC 9(03) VALUE 0.
       77  WS-NEXT-SEQ                            PIC 9(05) VALUE 1.
      * the reference split into words, to find "RND payee count"
       01  REFERENCE-TOKEN-TABLE.
           03  RT-TOKEN OCCURS 8 TIMES            PIC X(20).
       77  WS-RT-IDX                              PIC 9(02).
       77  WS-RND-PAYEE                           PIC X(08).
       77  WS-RND-COUNT-X                         PIC X(02).
       77  WS-RND-COUNT                           PIC 9(02).
       77  WS-RND-SW                              PIC X(01).
           88  WS-RND-REF                         VALUE "Y".
       77  WS-UPPER-REFERENCE                     PIC X(60).
       77  WS-MATCH-REF                           PIC X(16).
       77  WS-MATCH-REF-LEN                       PIC 9(02).
       77  WS-REF-TALLY                           PIC 9(03).
       77  WS-MATCH-COUNT                         PIC 9(03).
       77  WS-MATCH-USER                          PIC X(08).
       77  WS-BOOKING-DATE                        PIC 9(08).
       77  WS-BOOKING-DATE-X                      PIC X(08).
       77  WS-CREDIT-AMOUNT                       PIC S9(06)V99.
       77  WS-AMOUNT-EDIT                         PIC 9(06).9(02).
       77  WS-POST-TIMESTAMP                      PIC 9(14).
       77  WS-REASON                              PIC X(12).
       77  WS-RUN-MODE                            PIC X(08).
       77  WS-ARG-SEQ                             PIC X(05).
       77  WS-ARG-USER                            PIC X(08).
       77  WS-ARG-RND                             PIC X(03).
       77  WS-ARG-PAYEE                           PIC X(08).
       77  WS-ARG-COUNT                           PIC X(02).
       77  WS-SEQ-NUMBER                          PIC 9(05).
       77  WS-OPERATOR-ID                         PIC X(08).
       77  WS-FIRST-LINE-SW                       PIC X(01) VALUE "Y".
           88  WS-FIRST-LINE                      VALUE "Y".
       77  WS-KITTY-COUNT                         PIC 9(05) VALUE 0.
       77  WS-ROUND-COUNT                         PIC 9(05) VALUE 0.
       77  WS-SUSPENSE-COUNT                      PIC 9(05) VALUE 0.
       77  WS-SKIP-SEEN-COUNT                     PIC 9(05) VALUE 0.
       77  WS-DEBIT-COUNT                         PIC 9(05) VALUE 0.
       77  WS-UNREADABLE-COUNT                    PIC 9(05) VALUE 0.
       77  WS-OPEN-COUNT                          PIC 9(05) VALUE 0.
       77  WS-OPEN-TOTAL                          PIC 9(07)V99 VALUE 0.
       77  WS-KITTY-TOTAL                         PIC 9(07)V99 VALUE 0.
       77  WS-EURO-OUT                            PIC ZZZZZZ9.99.
       77  CSV-STAT                                PIC X(02).
       77  LOG-STAT                                PIC X(02).
       77  SUS-STAT                                PIC X(02).
       77  KTY-STAT                                PIC X(02).
       77  PAY-STAT                                PIC X(02).
       77  USR-STAT                                PIC X(02).
       77  LOCK-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
                                                  VALUE "BIERBANK".
       77  WS-OPS-FILE-NAME                       PIC X(16).
       77  WS-OPS-RETURN-CODE                     PIC 9(02).
       77  WS-LOCK-RETRY                          PIC 9(02).
       77  WS-LOCK-ACQUIRED-SW                    PIC X(01) VALUE "N".
           88  WS-LOCK-OK                         VALUE "Y".
       77  WS-LOCK-OWNER                          PIC X(10).
       77  WS-QUIESCE-SW                          PIC X(01) VALUE "N".
           88  WS-QUIESCE-HELD                    VALUE "Y".
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-BANKIMP".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF WS-RUN-MODE = "IMPORT" OR WS-RUN-MODE = "ASSIGN"
                   OR WS-RUN-MODE = "DISMISS"
               PERFORM 0002-CHECK-AUTHORITY
           END-IF.
           EVALUATE WS-RUN-MODE
               WHEN "IMPORT"
                   PERFORM 0003-CHECK-QUIESCE
                   PERFORM 0100-IMPORT-STATEMENT
               WHEN "SUSPENSE"
                   PERFORM 0300-SUSPENSE-REPORT
               WHEN "ASSIGN"
                   PERFORM 0003-CHECK-QUIESCE
                   PERFORM 0400-ASSIGN-SUSPENSE
               WHEN "DISMISS"
                   PERFORM 0003-CHECK-QUIESCE
                   PERFORM 0400-ASSIGN-SUSPENSE
               WHEN OTHER
                   DISPLAY "USAGE: BIER-BANKIMP IMPORT" UPON TERM
                   DISPLAY "       BIER-BANKIMP SUSPENSE" UPON TERM
                   DISPLAY "       BIER-BANKIMP ASSIGN SEQ USER "
                           "[RND PAYEE COUNT]" UPON TERM
                   DISPLAY "       BIER-BANKIMP DISMISS SEQ"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE.
           GO TO 9999-EXIT.
       0003-CHECK-QUIESCE.
      *    the operator's batch-window hold (see BIER-QUIESCE)
           CALL "BIERQSC" USING WS-QUIESCE-SW.
           IF WS-QUIESCE-HELD
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
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
           MOVE SPACES TO WS-RUN-MODE WS-ARG-SEQ WS-ARG-USER
               WS-ARG-RND WS-ARG-PAYEE WS-ARG-COUNT.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
           ACCEPT WS-RUN-MODE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-RUN-MODE
           END-ACCEPT.
           DISPLAY 2 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-SEQ FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-SEQ
           END-ACCEPT.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-USER FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-USER
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-RND FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-RND
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-PAYEE FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-PAYEE
           END-ACCEPT.
           DISPLAY 6 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-COUNT FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-COUNT
           END-ACCEPT.
           MOVE SPACES TO WS-OPERATOR-ID.
           DISPLAY "BIER_USER" UPON ENVIRONMENT-NAME.
           ACCEPT WS-OPERATOR-ID FROM ENVIRONMENT-VALUE.
           IF WS-OPERATOR-ID = SPACES
               MOVE "UNKNOWN" TO WS-OPERATOR-ID
           END-IF.
       0010-LOAD-PAYERS.
      *    no registry means nobody carries bank details, so nothing
      *    could ever match - refuse rather than suspend every line
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT NOT = "00"
               DISPLAY "NO BIER.USR - THERE IS NOBODY TO MATCH BANK "
                       "CREDITS AGAINST (SEE BIER-USERMAINT BANK)"
                       UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0015-READ-PAYER
               UNTIL USR-STAT = "10".
           CLOSE BIER-REGISTRY.
       0015-READ-PAYER.
           READ BIER-REGISTRY NEXT RECORD
               AT END
                   MOVE "10" TO USR-STAT
               NOT AT END
                   IF (BUSR-IBAN NOT = SPACES
                           OR BUSR-BANK-REF NOT = SPACES)
                       IF WS-PY-COUNT < 120
                           ADD 1 TO WS-PY-COUNT
                           MOVE BUSR-USER-ID
                               TO PY-USER-ID(WS-PY-COUNT)
                           MOVE BUSR-IBAN TO PY-IBAN(WS-PY-COUNT)
                           MOVE BUSR-BANK-REF
                               TO PY-BANK-REF(WS-PY-COUNT)
                       ELSE
                           DISPLAY "PAYER TABLE IS FULL AT 120 USERS, "
                                   "IGNORING " TRIM(BUSR-USER-ID)
                                   UPON TERM
                       END-IF
                   END-IF
           END-READ.
       0020-LOAD-BANK-LOG.
           OPEN INPUT BANK-LOG.
           IF LOG-STAT = "00"
               PERFORM 0025-READ-BANK-LOG
                   UNTIL LOG-STAT = "10"
               CLOSE BANK-LOG
           END-IF.
       0025-READ-BANK-LOG.
           READ BANK-LOG
               AT END
                   MOVE "10" TO LOG-STAT
               NOT AT END
                   IF WS-SEEN-COUNT < 2000
                       ADD 1 TO WS-SEEN-COUNT
                       MOVE BANK-LOG-LINE TO SEEN-LINE(WS-SEEN-COUNT)
                   ELSE
                       DISPLAY "BANK.LOG HOLDS MORE THAN 2000 LINES - "
                               "ARCHIVE THE OLDEST BEFORE THE NEXT "
                               "IMPORT" UPON TERM
                       CLOSE BANK-LOG
                       MOVE 16 TO RETURN-CODE
                       GO TO 9999-EXIT
                   END-IF
           END-READ.
       0030-LOAD-SUSPENSE.
           OPEN INPUT SUSPENSE-FILE.
           IF SUS-STAT = "00"
               PERFORM 0035-READ-SUSPENSE
                   UNTIL SUS-STAT = "10"
               CLOSE SUSPENSE-FILE
           END-IF.
       0035-READ-SUSPENSE.
           READ SUSPENSE-FILE
               AT END
                   MOVE "10" TO SUS-STAT
               NOT AT END
                   IF SUS-SEQ IS NUMERIC
                       IF SUS-SEQ >= WS-NEXT-SEQ
                           COMPUTE WS-NEXT-SEQ = SUS-SEQ + 1
                       END-IF
                       IF WS-ST-COUNT < 500
                           ADD 1 TO WS-ST-COUNT
                           MOVE SUSPENSE-RECORD
                               TO ST-LINE(WS-ST-COUNT)
                       ELSE
                           DISPLAY "BANK.SUSP HOLDS MORE THAN 500 "
                                   "LINES" UPON TERM
                           CLOSE SUSPENSE-FILE
                           MOVE 16 TO RETURN-CODE
                           GO TO 9999-EXIT
                       END-IF
                   END-IF
           END-READ.
       0100-IMPORT-STATEMENT.
           OPEN INPUT BANK-STATEMENT.
           IF CSV-STAT NOT = "00"
               CALL "FSTATMSG" USING CSV-STAT WS-FSTAT-MESSAGE
                   WS-FSTAT-IS-ERROR
               DISPLAY "BANK.CSV COULD NOT BE OPENED: "
                       WS-FSTAT-MESSAGE " (STATUS " CSV-STAT ")"
                       UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0010-LOAD-PAYERS.
           PERFORM 0020-LOAD-BANK-LOG.
           PERFORM 0030-LOAD-SUSPENSE.
           PERFORM 0009-ACQUIRE-LOCK.
           PERFORM 0110-OPEN-POSTING-FILES.
      *    kept open for the RND payee lookups
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           PERFORM 0120-READ-BANK-LINE
               UNTIL CSV-STAT = "10".
           CLOSE BIER-REGISTRY.
           CLOSE BANK-STATEMENT.
           CLOSE BANK-LOG.
           CLOSE SUSPENSE-FILE.
           CLOSE KITTY-LEDGER.
           CLOSE BIER-PAYMENT.
           PERFORM 0095-RELEASE-LOCK.
           MOVE WS-KITTY-TOTAL TO WS-EURO-OUT.
           DISPLAY "BANK STATEMENT IMPORT" UPON TERM.
           DISPLAY "  " WS-KITTY-COUNT " KITTY DEPOSIT(S) POSTED, "
                   TRIM(WS-EURO-OUT) " EUR" UPON TERM.
           DISPLAY "  " WS-ROUND-COUNT " ROUND PAYMENT(S) POSTED"
               UPON TERM.
           DISPLAY "  " WS-SUSPENSE-COUNT " CREDIT(S) TO SUSPENSE"
               UPON TERM.
           DISPLAY "  " WS-SKIP-SEEN-COUNT " CREDIT(S) ALREADY "
                   "IMPORTED EARLIER, SKIPPED" UPON TERM.
           DISPLAY "  " WS-DEBIT-COUNT " DEBIT(S) SKIPPED" UPON TERM.
           IF WS-UNREADABLE-COUNT > 0
               DISPLAY "  " WS-UNREADABLE-COUNT " UNREADABLE LINE(S) "
                       "IGNORED" UPON TERM
           END-IF.
           IF WS-SUSPENSE-COUNT > 0 OR WS-UNREADABLE-COUNT > 0
               DISPLAY "SEE BIER-BANKIMP SUSPENSE" UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
       0110-OPEN-POSTING-FILES.
           OPEN EXTEND BANK-LOG.
           IF LOG-STAT = "35"
               CLOSE BANK-LOG
               OPEN OUTPUT BANK-LOG
           END-IF.
           IF LOG-STAT NOT = "00"
               MOVE "BANK.LOG" TO WS-OPS-FILE-NAME
               MOVE LOG-STAT TO SUS-STAT
               PERFORM 0900-FILE-ERROR
           END-IF.
           OPEN EXTEND SUSPENSE-FILE.
           IF SUS-STAT = "35"
               CLOSE SUSPENSE-FILE
               OPEN OUTPUT SUSPENSE-FILE
           END-IF.
           IF SUS-STAT NOT = "00"
               MOVE "BANK.SUSP" TO WS-OPS-FILE-NAME
               PERFORM 0900-FILE-ERROR
           END-IF.
           PERFORM 0115-OPEN-LEDGERS.
       0115-OPEN-LEDGERS.
           OPEN EXTEND KITTY-LEDGER.
           IF KTY-STAT = "35"
               CLOSE KITTY-LEDGER
               OPEN OUTPUT KITTY-LEDGER
           END-IF.
           IF KTY-STAT NOT = "00"
               MOVE "BIER.KTY" TO WS-OPS-FILE-NAME
               MOVE KTY-STAT TO SUS-STAT
               PERFORM 0900-FILE-ERROR
           END-IF.
           OPEN EXTEND BIER-PAYMENT.
           IF PAY-STAT = "35"
               CLOSE BIER-PAYMENT
               OPEN OUTPUT BIER-PAYMENT
           END-IF.
           IF PAY-STAT NOT = "00"
               MOVE "BIER.PAY" TO WS-OPS-FILE-NAME
               MOVE PAY-STAT TO SUS-STAT
               PERFORM 0900-FILE-ERROR
           END-IF.
       0120-READ-BANK-LINE.
           READ BANK-STATEMENT
               AT END
                   MOVE "10" TO CSV-STAT
               NOT AT END
                   IF BANK-LINE NOT = SPACES
                       PERFORM 0130-PROCESS-BANK-LINE
                   END-IF
           END-READ.
       0130-PROCESS-BANK-LINE.
           MOVE SPACES TO BANK-LINE-FIELDS.
           UNSTRING BANK-LINE DELIMITED BY ","
               INTO BK-DATE BK-AMOUNT BK-IBAN BK-NAME BK-REFERENCE.
      *    the bank writes YYYY-MM-DD - fold it to YYYYMMDD
           IF BK-DATE(5:1) = "-"
               MOVE SPACES TO WS-BOOKING-DATE-X
               STRING BK-DATE(1:4) BK-DATE(6:2) BK-DATE(9:2)
                   DELIMITED BY SIZE INTO WS-BOOKING-DATE-X
           ELSE
               MOVE BK-DATE(1:8) TO WS-BOOKING-DATE-X
           END-IF.
           IF WS-BOOKING-DATE-X NOT NUMERIC
                   OR TEST-NUMVAL(BK-AMOUNT) NOT = 0
      *        the column-title line the bank puts first is expected
               IF NOT WS-FIRST-LINE
                   ADD 1 TO WS-UNREADABLE-COUNT
                   DISPLAY "UNREADABLE: " BANK-LINE(1:60) UPON TERM
               END-IF
           ELSE
               MOVE WS-BOOKING-DATE-X TO WS-BOOKING-DATE
               COMPUTE WS-CREDIT-AMOUNT = NUMVAL(BK-AMOUNT)
                   ON SIZE ERROR
                       MOVE 0 TO WS-CREDIT-AMOUNT
               END-COMPUTE
               IF WS-CREDIT-AMOUNT NOT > 0
                   ADD 1 TO WS-DEBIT-COUNT
               ELSE
                   PERFORM 0140-CHECK-SEEN
                   IF WS-SEEN-YES
                       ADD 1 TO WS-SKIP-SEEN-COUNT
                   ELSE
                       PERFORM 0135-PROCESS-CREDIT
                   END-IF
               END-IF
           END-IF.
           MOVE "N" TO WS-FIRST-LINE-SW.
       0135-PROCESS-CREDIT.
           MOVE UPPER-CASE(BK-IBAN) TO BK-IBAN.
           MOVE UPPER-CASE(BK-REFERENCE) TO WS-UPPER-REFERENCE.
           PERFORM 0150-MATCH-PAYER.
           PERFORM 0160-FIND-ROUND-REFERENCE.
           MOVE SPACES TO WS-REASON.
           EVALUATE TRUE
               WHEN WS-MATCH-COUNT = 0
                   MOVE "NO-MATCH" TO WS-REASON
               WHEN WS-MATCH-COUNT > 1
                   MOVE "AMBIGUOUS" TO WS-REASON
               WHEN WS-RND-REF AND
                       (WS-RND-PAYEE = SPACES
                           OR WS-RND-COUNT-X NOT NUMERIC
                           OR WS-RND-COUNT-X = "00")
                   MOVE "BAD-RND-REF" TO WS-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.
           IF WS-REASON = SPACES AND WS-RND-REF
               PERFORM 0170-CHECK-RND-PAYEE
           END-IF.
           COMPUTE WS-POST-TIMESTAMP = WS-BOOKING-DATE * 1000000.
           IF WS-REASON NOT = SPACES
               PERFORM 0200-WRITE-SUSPENSE
           ELSE
               IF WS-RND-REF
                   MOVE WS-RND-COUNT-X TO WS-RND-COUNT
                   PERFORM 0220-POST-ROUND-PAYMENT
               ELSE
                   PERFORM 0210-POST-KITTY-DEPOSIT
               END-IF
           END-IF.
           MOVE BANK-LINE TO BANK-LOG-LINE.
           WRITE BANK-LOG-LINE.
       0140-CHECK-SEEN.
           MOVE "N" TO WS-SEEN-SW.
           MOVE 1 TO WS-SEEN-IDX.
           PERFORM 0145-CHECK-SEEN-STEP
               UNTIL WS-SEEN-IDX > WS-SEEN-COUNT OR WS-SEEN-YES.
       0145-CHECK-SEEN-STEP.
           IF SEEN-LINE(WS-SEEN-IDX) = BANK-LINE
               MOVE "Y" TO WS-SEEN-SW
           ELSE
               ADD 1 TO WS-SEEN-IDX
           END-IF.
       0150-MATCH-PAYER.
      *    one user matching on both IBAN and reference is still one
      *    match; two different users is a question for a human
           MOVE 0 TO WS-MATCH-COUNT.
           MOVE SPACES TO WS-MATCH-USER.
           MOVE 1 TO WS-PY-IDX.
           PERFORM 0155-MATCH-ONE-PAYER
               UNTIL WS-PY-IDX > WS-PY-COUNT.
       0155-MATCH-ONE-PAYER.
           MOVE 0 TO WS-REF-TALLY.
           IF PY-BANK-REF(WS-PY-IDX) NOT = SPACES
               MOVE PY-BANK-REF(WS-PY-IDX) TO WS-MATCH-REF
               COMPUTE WS-MATCH-REF-LEN =
                       LENGTH(TRIM(WS-MATCH-REF TRAILING))
               INSPECT WS-UPPER-REFERENCE TALLYING WS-REF-TALLY
                   FOR ALL WS-MATCH-REF(1:WS-MATCH-REF-LEN)
           END-IF.
           IF (PY-IBAN(WS-PY-IDX) NOT = SPACES
                   AND PY-IBAN(WS-PY-IDX) = BK-IBAN)
                   OR WS-REF-TALLY > 0
               ADD 1 TO WS-MATCH-COUNT
               MOVE PY-USER-ID(WS-PY-IDX) TO WS-MATCH-USER
           END-IF.
           ADD 1 TO WS-PY-IDX.
       0160-FIND-ROUND-REFERENCE.
           MOVE "N" TO WS-RND-SW.
           MOVE SPACES TO WS-RND-PAYEE WS-RND-COUNT-X.
           MOVE SPACES TO REFERENCE-TOKEN-TABLE.
           UNSTRING WS-UPPER-REFERENCE DELIMITED BY ALL SPACE
               INTO RT-TOKEN(1) RT-TOKEN(2) RT-TOKEN(3) RT-TOKEN(4)
                    RT-TOKEN(5) RT-TOKEN(6) RT-TOKEN(7) RT-TOKEN(8).
           MOVE 1 TO WS-RT-IDX.
           PERFORM 0165-FIND-ROUND-TOKEN
               UNTIL WS-RT-IDX > 8 OR WS-RND-REF.
       0165-FIND-ROUND-TOKEN.
           IF RT-TOKEN(WS-RT-IDX) = "RND"
               MOVE "Y" TO WS-RND-SW
               IF WS-RT-IDX < 8
                   MOVE RT-TOKEN(WS-RT-IDX + 1) TO WS-RND-PAYEE
               END-IF
               IF WS-RT-IDX < 7
                   MOVE RT-TOKEN(WS-RT-IDX + 2) TO WS-RND-COUNT-X
               END-IF
      *        a single-digit count arrives left-justified, the
      *        same slide bier-pay gives it
               IF WS-RND-COUNT-X(2:1) = SPACE
                   MOVE WS-RND-COUNT-X(1:1) TO WS-RND-COUNT-X(2:1)
                   MOVE "0" TO WS-RND-COUNT-X(1:1)
               END-IF
           ELSE
               ADD 1 TO WS-RT-IDX
           END-IF.
       0170-CHECK-RND-PAYEE.
      *    the same test ASSIGN puts its payee through - rounds paid
      *    to nobody on the registry, or to the payer themself, are
      *    for a human to sort out
           IF WS-RND-PAYEE = WS-MATCH-USER
               MOVE "BAD-RND-REF" TO WS-REASON
           ELSE
               MOVE WS-RND-PAYEE TO BUSR-USER-ID
               READ BIER-REGISTRY
                   KEY IS BUSR-USER-ID
                   INVALID KEY
                       MOVE "BAD-RND-REF" TO WS-REASON
               END-READ
           END-IF.
       0200-WRITE-SUSPENSE.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE WS-NEXT-SEQ TO SUS-SEQ.
           MOVE "O" TO SUS-STATE.
           MOVE WS-BOOKING-DATE TO SUS-DATE.
           MOVE WS-CREDIT-AMOUNT TO SUS-AMOUNT.
           MOVE WS-REASON TO SUS-REASON.
           MOVE BK-IBAN TO SUS-IBAN.
           MOVE BK-REFERENCE TO SUS-REFERENCE.
           WRITE SUSPENSE-RECORD.
           DISPLAY "SUSPENSE " SUS-SEQ " " SUS-AMOUNT " "
                   TRIM(WS-REASON) " " TRIM(BK-NAME) UPON TERM.
           ADD 1 TO WS-NEXT-SEQ.
           ADD 1 TO WS-SUSPENSE-COUNT.
       0210-POST-KITTY-DEPOSIT.
      *    the same "timestamp user amount" line BIER-KITTY DEPOSIT
      *    writes, stamped with the booking date
           MOVE WS-CREDIT-AMOUNT TO WS-AMOUNT-EDIT.
           MOVE SPACES TO KITTY-LINE.
           STRING WS-POST-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-MATCH-USER) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-AMOUNT-EDIT DELIMITED BY SIZE
               INTO KITTY-LINE.
           WRITE KITTY-LINE.
           ADD 1 TO WS-KITTY-COUNT.
           ADD WS-CREDIT-AMOUNT TO WS-KITTY-TOTAL.
           DISPLAY "KITTY    " WS-AMOUNT-EDIT " "
                   TRIM(WS-MATCH-USER) UPON TERM.
       0220-POST-ROUND-PAYMENT.
      *    the same "timestamp payer payee count" line BIER-PAY
      *    writes, IDs trimmed for bier-settle's UNSTRING
           MOVE SPACES TO PAYMENT-LINE.
           STRING WS-POST-TIMESTAMP DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-MATCH-USER) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(WS-RND-PAYEE) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   WS-RND-COUNT DELIMITED BY SIZE
               INTO PAYMENT-LINE.
           WRITE PAYMENT-LINE.
           ADD 1 TO WS-ROUND-COUNT.
           DISPLAY "ROUNDS   " TRIM(WS-MATCH-USER) " PAID "
                   WS-RND-COUNT " ROUND(S) TO " TRIM(WS-RND-PAYEE)
                   UPON TERM.
       0300-SUSPENSE-REPORT.
           PERFORM 0030-LOAD-SUSPENSE.
           DISPLAY "BANK SUSPENSE - OPEN LINES" UPON TERM.
           DISPLAY "SEQ   DATE        AMOUNT REASON       REFERENCE"
               UPON TERM.
           DISPLAY "------------------------------------------------"
                   "------------" UPON TERM.
           MOVE 1 TO WS-ST-IDX.
           PERFORM 0310-SHOW-SUSPENSE-LINE
               UNTIL WS-ST-IDX > WS-ST-COUNT.
           DISPLAY "------------------------------------------------"
                   "------------" UPON TERM.
           MOVE WS-OPEN-TOTAL TO WS-EURO-OUT.
           IF WS-OPEN-COUNT = 0
               DISPLAY "NOTHING OPEN IN SUSPENSE" UPON TERM
           ELSE
               DISPLAY WS-OPEN-COUNT " OPEN LINE(S), "
                       TRIM(WS-EURO-OUT) " EUR - ASSIGN OR DISMISS"
                       UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
       0310-SHOW-SUSPENSE-LINE.
           MOVE ST-LINE(WS-ST-IDX) TO SUSPENSE-RECORD.
           IF SUS-OPEN
               ADD 1 TO WS-OPEN-COUNT
               ADD NUMVAL(SUS-AMOUNT) TO WS-OPEN-TOTAL
               DISPLAY SUS-SEQ " " SUS-DATE " " SUS-AMOUNT " "
                       SUS-REASON " " TRIM(SUS-REFERENCE) UPON TERM
               IF SUS-IBAN NOT = SPACES
                   DISPLAY "      FROM " TRIM(SUS-IBAN) UPON TERM
               END-IF
           END-IF.
           ADD 1 TO WS-ST-IDX.
       0400-ASSIGN-SUSPENSE.
           IF WS-ARG-SEQ NOT NUMERIC
               MOVE ZEROS TO WS-SEQ-NUMBER
               IF TEST-NUMVAL(WS-ARG-SEQ) = 0
                   COMPUTE WS-SEQ-NUMBER = NUMVAL(WS-ARG-SEQ)
               END-IF
           ELSE
               MOVE WS-ARG-SEQ TO WS-SEQ-NUMBER
           END-IF.
           IF WS-SEQ-NUMBER = 0
               DISPLAY TRIM(WS-RUN-MODE) " NEEDS A SUSPENSE SEQUENCE "
                       "NUMBER (SEE BIER-BANKIMP SUSPENSE)" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-RUN-MODE = "ASSIGN" AND WS-ARG-USER = SPACES
               DISPLAY "ASSIGN NEEDS THE USER THE MONEY BELONGS TO"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0030-LOAD-SUSPENSE.
           MOVE 0 TO WS-ST-TARGET.
           MOVE 1 TO WS-ST-IDX.
           PERFORM 0410-FIND-SUSPENSE-LINE
               UNTIL WS-ST-IDX > WS-ST-COUNT OR WS-ST-TARGET > 0.
           IF WS-ST-TARGET = 0
               DISPLAY "SUSPENSE LINE " WS-SEQ-NUMBER " IS NOT ON "
                       "BANK.SUSP" UPON TERM
               MOVE 12 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           MOVE ST-LINE(WS-ST-TARGET) TO SUSPENSE-RECORD.
           IF NOT SUS-OPEN
               DISPLAY "SUSPENSE LINE " WS-SEQ-NUMBER " IS ALREADY "
                       "SETTLED" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           IF WS-RUN-MODE = "ASSIGN"
               PERFORM 0420-CHECK-ASSIGN-TARGET
           END-IF.
           PERFORM 0009-ACQUIRE-LOCK.
           IF WS-RUN-MODE = "ASSIGN"
               PERFORM 0115-OPEN-LEDGERS
               MOVE WS-ARG-USER TO WS-MATCH-USER
               MOVE SUS-DATE TO WS-BOOKING-DATE
               COMPUTE WS-POST-TIMESTAMP = WS-BOOKING-DATE * 1000000
               MOVE NUMVAL(SUS-AMOUNT) TO WS-CREDIT-AMOUNT
               IF WS-ARG-RND = "RND"
                   MOVE WS-ARG-PAYEE TO WS-RND-PAYEE
                   MOVE WS-ARG-COUNT TO WS-RND-COUNT
                   PERFORM 0220-POST-ROUND-PAYMENT
               ELSE
                   PERFORM 0210-POST-KITTY-DEPOSIT
               END-IF
               CLOSE KITTY-LEDGER
               CLOSE BIER-PAYMENT
               MOVE "A" TO SUS-STATE
               MOVE WS-ARG-USER TO SUS-ASSIGNED-TO
           ELSE
               MOVE "D" TO SUS-STATE
               MOVE WS-OPERATOR-ID TO SUS-ASSIGNED-TO
               DISPLAY "SUSPENSE LINE " WS-SEQ-NUMBER " DISMISSED BY "
                       TRIM(WS-OPERATOR-ID) UPON TERM
           END-IF.
           MOVE SUSPENSE-RECORD TO ST-LINE(WS-ST-TARGET).
           PERFORM 0430-REWRITE-SUSPENSE.
           PERFORM 0095-RELEASE-LOCK.
       0410-FIND-SUSPENSE-LINE.
           MOVE ST-LINE(WS-ST-IDX) TO SUSPENSE-RECORD.
           IF SUS-SEQ = WS-SEQ-NUMBER
               MOVE WS-ST-IDX TO WS-ST-TARGET
           ELSE
               ADD 1 TO WS-ST-IDX
           END-IF.
       0420-CHECK-ASSIGN-TARGET.
           IF WS-ARG-RND = "RND"
               IF WS-ARG-COUNT(2:1) = SPACE
                   MOVE WS-ARG-COUNT(1:1) TO WS-ARG-COUNT(2:1)
                   MOVE "0" TO WS-ARG-COUNT(1:1)
               END-IF
               IF WS-ARG-PAYEE = SPACES OR WS-ARG-COUNT NOT NUMERIC
                       OR WS-ARG-COUNT = "00"
                   DISPLAY "RND NEEDS A PAYEE AND A COUNT OF ROUNDS"
                       UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               IF WS-ARG-PAYEE = WS-ARG-USER
                   DISPLAY TRIM(WS-ARG-USER) " CANNOT PAY ROUNDS "
                           "OFF TO THEMSELF" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
      *    the usual bootstrap stance: no registry, any ID goes
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT NOT = "00" AND USR-STAT NOT = "35"
               PERFORM 0902-REGISTRY-FILE-ERROR
           END-IF.
           IF USR-STAT = "00"
               MOVE WS-ARG-USER TO BUSR-USER-ID
               READ BIER-REGISTRY
                   KEY IS BUSR-USER-ID
                   INVALID KEY
                       DISPLAY TRIM(WS-ARG-USER) " IS NOT ON THE "
                               "USER REGISTRY (BIER.USR)" UPON TERM
                       CLOSE BIER-REGISTRY
                       MOVE 8 TO RETURN-CODE
                       GO TO 9999-EXIT
               END-READ
               IF WS-ARG-RND = "RND"
                   MOVE WS-ARG-PAYEE TO BUSR-USER-ID
                   READ BIER-REGISTRY
                       KEY IS BUSR-USER-ID
                       INVALID KEY
                           DISPLAY TRIM(WS-ARG-PAYEE) " IS NOT ON THE "
                                   "USER REGISTRY (BIER.USR)" UPON TERM
                           CLOSE BIER-REGISTRY
                           MOVE 8 TO RETURN-CODE
                           GO TO 9999-EXIT
                   END-READ
               END-IF
               CLOSE BIER-REGISTRY
           END-IF.
       0430-REWRITE-SUSPENSE.
           OPEN OUTPUT SUSPENSE-FILE.
           IF SUS-STAT NOT = "00"
               MOVE "BANK.SUSP" TO WS-OPS-FILE-NAME
               PERFORM 0900-FILE-ERROR
           END-IF.
           MOVE 1 TO WS-ST-IDX.
           PERFORM 0435-WRITE-SUSPENSE-LINE
               UNTIL WS-ST-IDX > WS-ST-COUNT.
           CLOSE SUSPENSE-FILE.
       0435-WRITE-SUSPENSE-LINE.
           MOVE ST-LINE(WS-ST-IDX) TO SUSPENSE-RECORD.
           WRITE SUSPENSE-RECORD.
           ADD 1 TO WS-ST-IDX.
       0009-ACQUIRE-LOCK.
      *    held across the postings so this doesn't collide with
      *    BIER-KITTY, BIER-PAY or a live BIER run
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
               MOVE "BANKIMP" TO WS-LOCK-OWNER
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
      *    status has been moved to SUS-STAT by the caller
           CALL "FSTATMSG" USING SUS-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           MOVE 16 TO WS-OPS-RETURN-CODE.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM
               WS-OPS-FILE-NAME SUS-STAT WS-FSTAT-MESSAGE
               WS-OPS-RETURN-CODE.
           DISPLAY TRIM(WS-OPS-FILE-NAME) " ERROR: " WS-FSTAT-MESSAGE
                   " (STATUS " SUS-STAT ")" UPON TERM.
           PERFORM 0095-RELEASE-LOCK.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0902-REGISTRY-FILE-ERROR.
      *    only status 35 means there is no registry; one that is
      *    there but will not open (a layout not yet converted by
      *    BIER-USRLOAD, a damaged index) must not be taken for
      *    none and let every ID through
           CALL "FSTATMSG" USING USR-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           MOVE "BIER.USR" TO WS-OPS-FILE-NAME.
           MOVE 16 TO WS-OPS-RETURN-CODE.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM
               WS-OPS-FILE-NAME USR-STAT WS-FSTAT-MESSAGE
               WS-OPS-RETURN-CODE.
           DISPLAY "BIER.USR ERROR: " WS-FSTAT-MESSAGE " (STATUS "
                   USR-STAT ")" UPON TERM.
           IF WS-LOCK-OK
               PERFORM 0095-RELEASE-LOCK
           END-IF.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
