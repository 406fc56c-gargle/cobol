       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-STOCK.
      * cobc -x -Wall bier-stock.cob fstatmsg.cob opsjrnl.cob
      *                      bierauth.cob bierpin.cob bierhash.cob
      *                      bierenv.cob
      *                      -I copybooks -T bier-stock.lst
      *
      * usage: bier-stock DELIVER code quantity
      *        bier-stock SETMIN code minimum
      *        bier-stock ONHAND
      *        bier-stock REORDER
      *        bier-stock DELIVER code quantity order-number
      *        bier-stock SUPPLIER code supplier pack-size lead-days
      *        bier-stock ORDER
      *        bier-stock OVERDUE
      *   fridge stock control keyed on the BIER.BEV code.  DELIVER
      * books a delivery in (creating the BIER.STK record the first
      * time a code arrives), SETMIN sets the reorder point, ONHAND
      * shared BIERSTCK subroutine the moment it is logged.  when the
      * BIER.BEV catalog exists, DELIVER and SETMIN reject codes that
      * are not on it.
      *   purchasing runs off the BIER.SUP supplier master, set per
      * code with SUPPLIER.  ORDER turns the REORDER shortfall (up to
      * the minimum, less whatever is already on order) into numbered
      * purchase orders, one per supplier per run, rounded up to
      * whole packs, and keeps them on the BIER.PO open-orders file:
      *     order supplier code ordered received ordered-on due status
      * DELIVER with an order number receives against that order's
      * line for the code and reports a short or over delivery; a
      * short line stays open for the rest, a full one closes.
      * OVERDUE lists every open line past its due date (ordered-on
      * plus the supplier's lead time) and exits with return code 4
      * when there are any.
      *   DELIVER, SETMIN, SUPPLIER and ORDER are granted through
      * BIER.AUTH (BIERAUTH); the listing modes stay open.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
               ACCESS MODE IS RANDOM
               RECORD KEY IS BBEV-CODE
               FILE STATUS IS BEV-STAT.
           SELECT BIER-SUPPLIER ASSIGN TO "BIER.SUP"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BSUP-CODE
               FILE STATUS IS SUP-STAT.
           SELECT OPEN-ORDERS ASSIGN TO "BIER.PO"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS PO-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER-STOCK.
       COPY "bierstk.cpy".
       FD  BIER-BEVERAGE.
       COPY "bierbev.cpy".
       FD  BIER-SUPPLIER.
       COPY "biersup.cpy".
       FD  OPEN-ORDERS.
       01  ORDER-LINE                             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  STK-STAT                                PIC X(02).
       77  BEV-STAT                                PIC X(02).
       77  SUP-STAT                                PIC X(02).
       77  PO-STAT                                 PIC X(02).
      * the whole BIER.PO file, held for the load-replace-rewrite
       01  ORDER-TABLE.
           03  ORDER-ENTRY OCCURS 500 TIMES.
               05  OL-ORDER-NO                    PIC 9(06).
               05  OL-SUPPLIER-ID                 PIC X(08).
               05  OL-CODE                        PIC X(16).
               05  OL-ORDERED                     PIC 9(05).
               05  OL-RECEIVED                    PIC 9(05).
               05  OL-ORDER-DATE                  PIC 9(08).
               05  OL-DUE-DATE                    PIC 9(08).
               05  OL-STATUS                      PIC X(01).
                   88  OL-OPEN                    VALUE "O".
       77  WS-OL-COUNT                            PIC 9(03) VALUE 0.
       77  WS-OL-IDX                              PIC 9(03).
       77  WS-OL-TARGET                           PIC 9(03) VALUE 0.
       01  ORDER-LINE-FIELDS.
           03  OF-ORDER-NO                        PIC X(06).
           03  OF-SUPPLIER-ID                     PIC X(08).
           03  OF-CODE                            PIC X(16).
           03  OF-ORDERED                         PIC X(05).
           03  OF-RECEIVED                        PIC X(05).
           03  OF-ORDER-DATE                      PIC X(08).
           03  OF-DUE-DATE                        PIC X(08).
           03  OF-STATUS                          PIC X(01).
      * one order number per supplier within an ORDER run
       01  RUN-ORDER-TABLE.
           03  RUN-ORDER OCCURS 50 TIMES.
               05  RO-SUPPLIER-ID                 PIC X(08).
               05  RO-ORDER-NO                    PIC 9(06).
       77  WS-RO-COUNT                            PIC 9(03) VALUE 0.
       77  WS-RO-IDX                              PIC 9(03).
       77  WS-NEXT-ORDER-NO                       PIC 9(06) VALUE 1.
       77  WS-ORDER-NO                            PIC 9(06).
       77  WS-ARG-SUPPLIER                        PIC X(08).
       77  WS-ARG-FOURTH                          PIC X(08).
       77  WS-ARG-LEAD                            PIC X(05).
       77  WS-PACK-SIZE                           PIC 9(04).
       77  WS-LEAD-DAYS                           PIC 9(03).
       77  WS-SHORTFALL                           PIC S9(06).
       77  WS-ON-ORDER                            PIC 9(06).
       77  WS-PACKS                               PIC 9(05).
       77  WS-ORDER-QUANTITY                      PIC 9(05).
       77  WS-DIFFERENCE                          PIC 9(05).
       77  WS-DAYS-LATE                           PIC 9(05).
       77  WS-NEW-LINES                           PIC 9(03) VALUE 0.
       77  WS-UNSOURCED-COUNT                     PIC 9(03) VALUE 0.
       77  WS-OVERDUE-COUNT                       PIC 9(03) VALUE 0.
       77  WS-QTY-OUT                             PIC ZZZZ9.
       01  WS-TODAY-DATE-DATA.
           03  WS-TODAY-DATE                      PIC 9(08).
           03  FILLER                             PIC X(13).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-FSTAT-IS-ERROR                      PIC X(01).
       77  WS-OPS-PROGRAM                         PIC X(08)
       77  WS-SHORT-COUNT                         PIC 9(03) VALUE 0.
       77  WS-ON-HAND-OUT                         PIC -(4)9.
       77  WS-MIN-OUT                             PIC ZZZ9.
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-STOCK".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF WS-RUN-MODE = "DELIVER" OR WS-RUN-MODE = "SETMIN"
                   OR WS-RUN-MODE = "SUPPLIER" OR WS-RUN-MODE = "ORDER"
               PERFORM 0002-CHECK-AUTHORITY
           END-IF.
           EVALUATE WS-RUN-MODE
               WHEN "DELIVER"
                   PERFORM 0100-BOOK-DELIVERY
                   PERFORM 0300-LIST-ON-HAND
               WHEN "REORDER"
                   PERFORM 0400-REORDER-REPORT
               WHEN "SUPPLIER"
                   PERFORM 0500-SET-SUPPLIER
               WHEN "ORDER"
                   PERFORM 0600-PURCHASE-ORDER-RUN
               WHEN "OVERDUE"
                   PERFORM 0700-OVERDUE-REPORT
               WHEN OTHER
                   DISPLAY "USAGE: BIER-STOCK DELIVER CODE QUANTITY"
                       UPON TERM
                       UPON TERM
                   DISPLAY "       BIER-STOCK ONHAND" UPON TERM
                   DISPLAY "       BIER-STOCK REORDER" UPON TERM
                   DISPLAY "       BIER-STOCK DELIVER CODE QUANTITY "
                           "ORDER-NUMBER" UPON TERM
                   DISPLAY "       BIER-STOCK SUPPLIER CODE SUPPLIER "
                           "PACK-SIZE LEAD-DAYS" UPON TERM
                   DISPLAY "       BIER-STOCK ORDER" UPON TERM
                   DISPLAY "       BIER-STOCK OVERDUE" UPON TERM
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
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-QUANTITY
           END-ACCEPT.
      *    the third word is a supplier id for SUPPLIER
           MOVE SPACES TO WS-ARG-SUPPLIER WS-ARG-FOURTH WS-ARG-LEAD.
           DISPLAY 3 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-SUPPLIER FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-SUPPLIER
           END-ACCEPT.
           DISPLAY 4 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-FOURTH FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-FOURTH
           END-ACCEPT.
           DISPLAY 5 UPON ARGUMENT-NUMBER.
           ACCEPT WS-ARG-LEAD FROM ARGUMENT-VALUE
               ON EXCEPTION
                   MOVE SPACES TO WS-ARG-LEAD
           END-ACCEPT.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
       0010-EDIT-CODE-AND-QUANTITY.
           IF WS-ARG-CODE = SPACES OR WS-ARG-QUANTITY = SPACES
               DISPLAY WS-RUN-MODE " NEEDS A CODE AND A NUMBER"
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
      *    an order number ties the delivery to its open order
      *    line, checked before anything is booked
           IF WS-ARG-FOURTH NOT = SPACES
               PERFORM 0110-FIND-ORDER-LINE
           END-IF.
           PERFORM 0030-OPEN-STOCK-IO.
           PERFORM 0040-READ-OR-INIT-RECORD.
           ADD WS-QUANTITY TO BSTK-ON-HAND.
           DISPLAY "DELIVERY OF " WS-QUANTITY " " TRIM(BSTK-CODE)
                   " BOOKED - ON HAND NOW " TRIM(WS-ON-HAND-OUT)
                   UPON TERM.
           IF WS-OL-TARGET > 0
               PERFORM 0120-RECEIVE-AGAINST-ORDER
           END-IF.
       0110-FIND-ORDER-LINE.
           IF WS-ARG-FOURTH IS NOT NUMERIC
               IF TEST-NUMVAL(WS-ARG-FOURTH) NOT = 0
                   DISPLAY "ORDER NUMBER MUST BE NUMERIC" UPON TERM
                   MOVE 8 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
           END-IF.
           COMPUTE WS-ORDER-NO = NUMVAL(WS-ARG-FOURTH).
           PERFORM 0800-LOAD-ORDERS.
           MOVE 0 TO WS-OL-TARGET.
           MOVE 1 TO WS-OL-IDX.
           PERFORM 0115-FIND-ORDER-STEP
               UNTIL WS-OL-IDX > WS-OL-COUNT OR WS-OL-TARGET > 0.
           IF WS-OL-TARGET = 0
               DISPLAY "ORDER " WS-ORDER-NO " HAS NO OPEN LINE FOR "
                       TRIM(WS-ARG-CODE) " ON BIER.PO - NOTHING "
                       "BOOKED" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
       0115-FIND-ORDER-STEP.
           IF OL-ORDER-NO(WS-OL-IDX) = WS-ORDER-NO
                   AND OL-CODE(WS-OL-IDX) = WS-ARG-CODE
                   AND OL-OPEN(WS-OL-IDX)
               MOVE WS-OL-IDX TO WS-OL-TARGET
           ELSE
               ADD 1 TO WS-OL-IDX
           END-IF.
       0120-RECEIVE-AGAINST-ORDER.
           MOVE WS-OL-TARGET TO WS-OL-IDX.
           ADD WS-QUANTITY TO OL-RECEIVED(WS-OL-IDX).
           EVALUATE TRUE
               WHEN OL-RECEIVED(WS-OL-IDX) < OL-ORDERED(WS-OL-IDX)
                   COMPUTE WS-DIFFERENCE = OL-ORDERED(WS-OL-IDX)
                                         - OL-RECEIVED(WS-OL-IDX)
                   MOVE WS-DIFFERENCE TO WS-QTY-OUT
                   DISPLAY "ORDER " WS-ORDER-NO " SHORT BY "
                           TRIM(WS-QTY-OUT) " - THE LINE STAYS OPEN "
                           "FOR THE REST" UPON TERM
                   MOVE 4 TO RETURN-CODE
               WHEN OL-RECEIVED(WS-OL-IDX) > OL-ORDERED(WS-OL-IDX)
                   COMPUTE WS-DIFFERENCE = OL-RECEIVED(WS-OL-IDX)
                                         - OL-ORDERED(WS-OL-IDX)
                   MOVE WS-DIFFERENCE TO WS-QTY-OUT
                   DISPLAY "ORDER " WS-ORDER-NO " OVER BY "
                           TRIM(WS-QTY-OUT) " - LINE CLOSED" UPON TERM
                   MOVE "C" TO OL-STATUS(WS-OL-IDX)
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   DISPLAY "ORDER " WS-ORDER-NO " LINE FOR "
                           TRIM(WS-ARG-CODE) " DELIVERED IN FULL"
                           UPON TERM
                   MOVE "C" TO OL-STATUS(WS-OL-IDX)
           END-EVALUATE.
           PERFORM 0850-REWRITE-ORDERS.
       0200-SET-MINIMUM.
           PERFORM 0010-EDIT-CODE-AND-QUANTITY.
           PERFORM 0030-OPEN-STOCK-IO.
                       ADD 1 TO WS-SHORT-COUNT
                   END-IF
           END-READ.
       0500-SET-SUPPLIER.
           IF WS-ARG-CODE = SPACES OR WS-ARG-SUPPLIER = SPACES
                   OR WS-ARG-FOURTH = SPACES OR WS-ARG-LEAD = SPACES
               DISPLAY "SUPPLIER NEEDS A CODE, A SUPPLIER, A PACK SIZE "
                       "AND A LEAD TIME IN DAYS" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           COMPUTE WS-PACK-SIZE = NUMVAL(WS-ARG-FOURTH)
               ON SIZE ERROR
                   MOVE 0 TO WS-PACK-SIZE
           END-COMPUTE.
           COMPUTE WS-LEAD-DAYS = NUMVAL(WS-ARG-LEAD)
               ON SIZE ERROR
                   MOVE 0 TO WS-LEAD-DAYS
           END-COMPUTE.
           IF WS-PACK-SIZE = 0
               DISPLAY "PACK SIZE MUST BE AT LEAST 1" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0020-CHECK-CATALOG-CODE.
           OPEN I-O BIER-SUPPLIER.
           IF SUP-STAT = "35"
               OPEN OUTPUT BIER-SUPPLIER
               CLOSE BIER-SUPPLIER
               OPEN I-O BIER-SUPPLIER
           END-IF.
           IF SUP-STAT NOT = "00"
               MOVE SUP-STAT TO STK-STAT
               MOVE "BIER.SUP" TO WS-OPS-FILE-NAME
               PERFORM 0910-FILE-ERROR
           END-IF.
           MOVE "N" TO WS-FOUND-SW.
           MOVE WS-ARG-CODE TO BSUP-CODE.
           READ BIER-SUPPLIER
               KEY IS BSUP-CODE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO WS-FOUND-SW
           END-READ.
           MOVE WS-ARG-CODE TO BSUP-CODE.
           MOVE UPPER-CASE(WS-ARG-SUPPLIER) TO BSUP-SUPPLIER-ID.
           MOVE WS-PACK-SIZE TO BSUP-PACK-SIZE.
           MOVE WS-LEAD-DAYS TO BSUP-LEAD-DAYS.
           IF WS-FOUND-YES
               REWRITE BIER-SUPPLIER-RECORD
                   INVALID KEY
                       MOVE SUP-STAT TO STK-STAT
                       MOVE "BIER.SUP" TO WS-OPS-FILE-NAME
                       PERFORM 0910-FILE-ERROR
               END-REWRITE
           ELSE
               WRITE BIER-SUPPLIER-RECORD
                   INVALID KEY
                       MOVE SUP-STAT TO STK-STAT
                       MOVE "BIER.SUP" TO WS-OPS-FILE-NAME
                       PERFORM 0910-FILE-ERROR
               END-WRITE
           END-IF.
           CLOSE BIER-SUPPLIER.
           DISPLAY TRIM(BSUP-CODE) " COMES FROM "
                   TRIM(BSUP-SUPPLIER-ID) " IN PACKS OF "
                   BSUP-PACK-SIZE ", " BSUP-LEAD-DAYS " DAY(S) LEAD"
                   UPON TERM.
       0600-PURCHASE-ORDER-RUN.
           OPEN INPUT BIER-SUPPLIER.
           IF SUP-STAT NOT = "00"
               DISPLAY "NO BIER.SUP ON FILE - SET THE SUPPLIERS UP "
                       "WITH BIER-STOCK SUPPLIER FIRST" UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           OPEN INPUT BIER-STOCK.
           IF STK-STAT NOT = "00"
               CLOSE BIER-SUPPLIER
               DISPLAY "NO BIER.STK ON FILE - BOOK A DELIVERY FIRST"
                   UPON TERM
               MOVE 8 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0800-LOAD-ORDERS.
           DISPLAY "PURCHASE ORDER RUN " WS-TODAY-DATE UPON TERM.
           PERFORM 0610-ORDER-ONE-CODE
               UNTIL STK-STAT = "10".
           CLOSE BIER-STOCK.
           CLOSE BIER-SUPPLIER.
           IF WS-NEW-LINES > 0
               PERFORM 0850-REWRITE-ORDERS
               DISPLAY WS-NEW-LINES " LINE(S) ON " WS-RO-COUNT
                       " NEW ORDER(S) WRITTEN TO BIER.PO" UPON TERM
           ELSE
               DISPLAY "NOTHING NEW TO ORDER" UPON TERM
           END-IF.
           IF WS-UNSOURCED-COUNT > 0
               DISPLAY WS-UNSOURCED-COUNT " SHORT CODE(S) HAVE NO "
                       "SUPPLIER ON BIER.SUP" UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
       0610-ORDER-ONE-CODE.
           READ BIER-STOCK NEXT RECORD
               AT END
                   MOVE "10" TO STK-STAT
               NOT AT END
                   IF BSTK-ON-HAND <= BSTK-MIN-LEVEL
                       PERFORM 0620-BUILD-ORDER-LINE
                   END-IF
           END-READ.
       0620-BUILD-ORDER-LINE.
      *    back up to the minimum - at least one serving when the
      *    code sits exactly on it - less what is already on order
           COMPUTE WS-SHORTFALL = BSTK-MIN-LEVEL - BSTK-ON-HAND.
           IF WS-SHORTFALL < 1
               MOVE 1 TO WS-SHORTFALL
           END-IF.
           MOVE 0 TO WS-ON-ORDER.
           MOVE 1 TO WS-OL-IDX.
           PERFORM 0625-ADD-ON-ORDER
               UNTIL WS-OL-IDX > WS-OL-COUNT.
           SUBTRACT WS-ON-ORDER FROM WS-SHORTFALL.
           IF WS-SHORTFALL < 1
               DISPLAY BSTK-CODE "  ALREADY ON ORDER" UPON TERM
           ELSE
               MOVE BSTK-CODE TO BSUP-CODE
               READ BIER-SUPPLIER
                   KEY IS BSUP-CODE
                   INVALID KEY
                       DISPLAY BSTK-CODE "  NO SUPPLIER ON BIER.SUP"
                           UPON TERM
                       ADD 1 TO WS-UNSOURCED-COUNT
                   NOT INVALID KEY
                       PERFORM 0640-ADD-ORDER-LINE
               END-READ
           END-IF.
       0625-ADD-ON-ORDER.
           IF OL-CODE(WS-OL-IDX) = BSTK-CODE AND OL-OPEN(WS-OL-IDX)
                   AND OL-ORDERED(WS-OL-IDX) > OL-RECEIVED(WS-OL-IDX)
               COMPUTE WS-ON-ORDER = WS-ON-ORDER
                       + OL-ORDERED(WS-OL-IDX) - OL-RECEIVED(WS-OL-IDX)
           END-IF.
           ADD 1 TO WS-OL-IDX.
       0630-ORDER-NUMBER-FOR-SUPPLIER.
           MOVE "N" TO WS-FOUND-SW.
           MOVE 1 TO WS-RO-IDX.
           PERFORM 0635-FIND-RUN-ORDER-STEP
               UNTIL WS-RO-IDX > WS-RO-COUNT OR WS-FOUND-YES.
           IF WS-FOUND-YES
               MOVE RO-ORDER-NO(WS-RO-IDX) TO WS-ORDER-NO
           ELSE
               IF WS-RO-COUNT > 49
                   DISPLAY "MORE THAN 50 SUPPLIERS IN ONE RUN"
                       UPON TERM
                   MOVE 16 TO RETURN-CODE
                   GO TO 9999-EXIT
               END-IF
               ADD 1 TO WS-RO-COUNT
               MOVE BSUP-SUPPLIER-ID TO RO-SUPPLIER-ID(WS-RO-COUNT)
               MOVE WS-NEXT-ORDER-NO TO RO-ORDER-NO(WS-RO-COUNT)
               MOVE WS-NEXT-ORDER-NO TO WS-ORDER-NO
               ADD 1 TO WS-NEXT-ORDER-NO
           END-IF.
       0635-FIND-RUN-ORDER-STEP.
           IF RO-SUPPLIER-ID(WS-RO-IDX) = BSUP-SUPPLIER-ID
               MOVE "Y" TO WS-FOUND-SW
           ELSE
               ADD 1 TO WS-RO-IDX
           END-IF.
       0640-ADD-ORDER-LINE.
           MOVE BSUP-PACK-SIZE TO WS-PACK-SIZE.
           IF WS-PACK-SIZE = 0
               MOVE 1 TO WS-PACK-SIZE
           END-IF.
           COMPUTE WS-PACKS =
                   (WS-SHORTFALL + WS-PACK-SIZE - 1) / WS-PACK-SIZE.
           COMPUTE WS-ORDER-QUANTITY = WS-PACKS * WS-PACK-SIZE.
           IF WS-OL-COUNT > 499
               DISPLAY "BIER.PO IS FULL AT 500 LINES - CLEAR OUT "
                       "CLOSED ORDERS" UPON TERM
               MOVE 16 TO RETURN-CODE
               GO TO 9999-EXIT
           END-IF.
           PERFORM 0630-ORDER-NUMBER-FOR-SUPPLIER.
           ADD 1 TO WS-OL-COUNT.
           MOVE WS-ORDER-NO TO OL-ORDER-NO(WS-OL-COUNT).
           MOVE BSUP-SUPPLIER-ID TO OL-SUPPLIER-ID(WS-OL-COUNT).
           MOVE BSTK-CODE TO OL-CODE(WS-OL-COUNT).
           MOVE WS-ORDER-QUANTITY TO OL-ORDERED(WS-OL-COUNT).
           MOVE 0 TO OL-RECEIVED(WS-OL-COUNT).
           MOVE WS-TODAY-DATE TO OL-ORDER-DATE(WS-OL-COUNT).
           COMPUTE OL-DUE-DATE(WS-OL-COUNT) = DATE-OF-INTEGER(
                   INTEGER-OF-DATE(WS-TODAY-DATE) + BSUP-LEAD-DAYS).
           MOVE "O" TO OL-STATUS(WS-OL-COUNT).
           ADD 1 TO WS-NEW-LINES.
           MOVE WS-ORDER-QUANTITY TO WS-QTY-OUT.
           DISPLAY BSTK-CODE "  ORDER " WS-ORDER-NO " TO "
                   BSUP-SUPPLIER-ID " " WS-PACKS " PACK(S) = "
                   TRIM(WS-QTY-OUT) " DUE " OL-DUE-DATE(WS-OL-COUNT)
                   UPON TERM.
       0700-OVERDUE-REPORT.
           PERFORM 0800-LOAD-ORDERS.
           DISPLAY "OPEN PURCHASE ORDERS PAST THEIR LEAD TIME"
               UPON TERM.
           DISPLAY "ORDER  SUPPLIER CODE             OUTSTANDING  DUE"
                   "       DAYS LATE" UPON TERM.
           MOVE 1 TO WS-OL-IDX.
           PERFORM 0710-CHECK-ONE-ORDER-LINE
               UNTIL WS-OL-IDX > WS-OL-COUNT.
           IF WS-OVERDUE-COUNT = 0
               DISPLAY "NO OPEN ORDER IS OVERDUE" UPON TERM
           ELSE
               DISPLAY WS-OVERDUE-COUNT " ORDER LINE(S) OVERDUE - "
                       "CHASE THE SUPPLIER" UPON TERM
               MOVE 4 TO RETURN-CODE
           END-IF.
       0710-CHECK-ONE-ORDER-LINE.
           IF OL-OPEN(WS-OL-IDX)
                   AND OL-DUE-DATE(WS-OL-IDX) < WS-TODAY-DATE
               COMPUTE WS-DIFFERENCE = OL-ORDERED(WS-OL-IDX)
                                     - OL-RECEIVED(WS-OL-IDX)
               COMPUTE WS-DAYS-LATE = INTEGER-OF-DATE(WS-TODAY-DATE)
                       - INTEGER-OF-DATE(OL-DUE-DATE(WS-OL-IDX))
               MOVE WS-DIFFERENCE TO WS-QTY-OUT
               DISPLAY OL-ORDER-NO(WS-OL-IDX) " "
                       OL-SUPPLIER-ID(WS-OL-IDX) " "
                       OL-CODE(WS-OL-IDX) " " WS-QTY-OUT "        "
                       OL-DUE-DATE(WS-OL-IDX) "  " WS-DAYS-LATE
                       UPON TERM
               ADD 1 TO WS-OVERDUE-COUNT
           END-IF.
           ADD 1 TO WS-OL-IDX.
       0800-LOAD-ORDERS.
           MOVE 0 TO WS-OL-COUNT.
           OPEN INPUT OPEN-ORDERS.
           IF PO-STAT = "00"
               PERFORM 0810-LOAD-ORDER-LINE
                   UNTIL PO-STAT = "10"
               CLOSE OPEN-ORDERS
           END-IF.
       0810-LOAD-ORDER-LINE.
           READ OPEN-ORDERS
               AT END
                   MOVE "10" TO PO-STAT
               NOT AT END
                   MOVE SPACES TO ORDER-LINE-FIELDS
                   UNSTRING ORDER-LINE DELIMITED BY ALL SPACE
                       INTO OF-ORDER-NO OF-SUPPLIER-ID OF-CODE
                            OF-ORDERED OF-RECEIVED OF-ORDER-DATE
                            OF-DUE-DATE OF-STATUS
                   IF OF-ORDER-NO IS NUMERIC
                           AND OF-ORDERED IS NUMERIC
                           AND OF-RECEIVED IS NUMERIC
                           AND OF-ORDER-DATE IS NUMERIC
                           AND OF-DUE-DATE IS NUMERIC
                       IF WS-OL-COUNT > 499
                           DISPLAY "BIER.PO HOLDS MORE THAN 500 LINES"
                               UPON TERM
                           CLOSE OPEN-ORDERS
                           MOVE 16 TO RETURN-CODE
                           GO TO 9999-EXIT
                       END-IF
                       ADD 1 TO WS-OL-COUNT
                       MOVE OF-ORDER-NO TO OL-ORDER-NO(WS-OL-COUNT)
                       MOVE OF-SUPPLIER-ID
                           TO OL-SUPPLIER-ID(WS-OL-COUNT)
                       MOVE OF-CODE TO OL-CODE(WS-OL-COUNT)
                       MOVE OF-ORDERED TO OL-ORDERED(WS-OL-COUNT)
                       MOVE OF-RECEIVED TO OL-RECEIVED(WS-OL-COUNT)
                       MOVE OF-ORDER-DATE
                           TO OL-ORDER-DATE(WS-OL-COUNT)
                       MOVE OF-DUE-DATE TO OL-DUE-DATE(WS-OL-COUNT)
                       MOVE OF-STATUS TO OL-STATUS(WS-OL-COUNT)
                       IF OL-ORDER-NO(WS-OL-COUNT) >= WS-NEXT-ORDER-NO
                           COMPUTE WS-NEXT-ORDER-NO =
                                   OL-ORDER-NO(WS-OL-COUNT) + 1
                       END-IF
                   END-IF
           END-READ.
       0850-REWRITE-ORDERS.
           OPEN OUTPUT OPEN-ORDERS.
           IF PO-STAT NOT = "00"
               MOVE PO-STAT TO STK-STAT
               MOVE "BIER.PO" TO WS-OPS-FILE-NAME
               PERFORM 0910-FILE-ERROR
           END-IF.
           MOVE 1 TO WS-OL-IDX.
           PERFORM 0860-WRITE-ORDER-LINE
               UNTIL WS-OL-IDX > WS-OL-COUNT.
           CLOSE OPEN-ORDERS.
       0860-WRITE-ORDER-LINE.
           MOVE SPACES TO ORDER-LINE.
           STRING OL-ORDER-NO(WS-OL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(OL-SUPPLIER-ID(WS-OL-IDX)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   TRIM(OL-CODE(WS-OL-IDX)) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OL-ORDERED(WS-OL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OL-RECEIVED(WS-OL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OL-ORDER-DATE(WS-OL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OL-DUE-DATE(WS-OL-IDX) DELIMITED BY SIZE
                   " " DELIMITED BY SIZE
                   OL-STATUS(WS-OL-IDX) DELIMITED BY SIZE
               INTO ORDER-LINE.
           WRITE ORDER-LINE.
           ADD 1 TO WS-OL-IDX.
       0900-STOCK-FILE-ERROR.
           CALL "FSTATMSG" USING STK-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
                   STK-STAT ")" UPON TERM.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       0910-FILE-ERROR.
      *    the same for BIER.SUP and BIER.PO: the file's name is in
      *    WS-OPS-FILE-NAME and its status has been moved to STK-STAT
           CALL "FSTATMSG" USING STK-STAT WS-FSTAT-MESSAGE
               WS-FSTAT-IS-ERROR.
           MOVE 16 TO WS-OPS-RETURN-CODE.
           CALL "OPSJRNL" USING WS-OPS-PROGRAM
               WS-OPS-FILE-NAME STK-STAT WS-FSTAT-MESSAGE
               WS-OPS-RETURN-CODE.
           DISPLAY TRIM(WS-OPS-FILE-NAME) " ERROR: " WS-FSTAT-MESSAGE
                   " (STATUS " STK-STAT ")" UPON TERM.
           MOVE 16 TO RETURN-CODE.
           GO TO 9999-EXIT.
       9999-EXIT.
           STOP RUN.
