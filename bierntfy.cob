       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIERNTFY.
      * cobc -m -Wall bierntfy.cob -I copybooks
      * shared notification writer, CALLed by BIER-REMIND, BIER-
      * ALERTDIGEST, BIER-CONFIRM, BIER (month budget) and OPS-MONITOR
      * whenever they have something a person ought to hear about
      * without going to look:
      *     CALL "BIERNTFY" USING BIER-NOTIFY-AREA
      * the recipient is looked up on BIER.USR; with an e-mail address
      * on file and no opt-out for the notice type the message is
      * appended to the BIER.MAIL outbound spool, stamped and
      * addressed, for the nightly BIER-MAILDISP step to hand to the
      * mail relay.  NTF-RESULT says what happened.  like BIERJRNL,
      * a notice must never take the caller down - an unwritable
      * spool is reported on the console and otherwise ignored.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
           CONSOLE IS TERM.
       REPOSITORY.
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT BIER-REGISTRY ASSIGN TO "BIER.USR"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS USR-STAT.
           SELECT MAIL-SPOOL ASSIGN TO "BIER.MAIL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS MAIL-STAT.
       DATA DIVISION.
       FILE SECTION.
       FD  BIER-REGISTRY.
       COPY "bierusr.cpy".
       FD  MAIL-SPOOL.
       COPY "biermail.cpy".
       WORKING-STORAGE SECTION.
       77  USR-STAT                                PIC X(02).
       77  MAIL-STAT                               PIC X(02).
       77  WS-OPTED-OUT-SW                        PIC X(01).
           88  WS-OPTED-OUT                       VALUE "Y".
       01  WS-CURRENT-DATE-DATA.
           03  WS-CURRENT-TIMESTAMP               PIC 9(14).
           03  FILLER                              PIC X(07).
       LINKAGE SECTION.
       COPY "biernot.cpy".
       PROCEDURE DIVISION USING BIER-NOTIFY-AREA.
       0000-MAIN.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE "U" TO NTF-RESULT.
           MOVE 0 TO NTF-QUEUED-COUNT.
           OPEN INPUT BIER-REGISTRY.
           IF USR-STAT = "35"
               GO TO 9999-EXIT
           END-IF.
      *    only a missing registry is quietly nobody to tell; one
      *    that will not open is reported like an unwritable spool
           IF USR-STAT NOT = "00"
               DISPLAY "BIER.USR COULD NOT BE OPENED (STATUS " USR-STAT
                       ") - NOTICE " TRIM(NTF-TYPE) " NOT SENT"
                       UPON TERM
               GO TO 9999-EXIT
           END-IF.
           IF NTF-TO-SUPERVISORS
               PERFORM 0200-NOTIFY-SUPERVISORS
           ELSE
               MOVE NTF-USER-ID TO BUSR-USER-ID
               READ BIER-REGISTRY
                   KEY IS BUSR-USER-ID
                   INVALID KEY
                       MOVE "U" TO NTF-RESULT
                   NOT INVALID KEY
                       PERFORM 0100-QUEUE-FOR-USER
               END-READ
           END-IF.
           CLOSE BIER-REGISTRY.
           GO TO 9999-EXIT.
       0100-QUEUE-FOR-USER.
      *    the user record in hand is the recipient
           MOVE "N" TO WS-OPTED-OUT-SW.
           EVALUATE TRUE
               WHEN NTF-REMIND AND BUSR-NO-REMIND-MAIL
                   MOVE "Y" TO WS-OPTED-OUT-SW
               WHEN NTF-ALERT AND BUSR-NO-ALERT-MAIL
                   MOVE "Y" TO WS-OPTED-OUT-SW
               WHEN NTF-ROUND AND BUSR-NO-ROUND-MAIL
                   MOVE "Y" TO WS-OPTED-OUT-SW
               WHEN NTF-BUDGET AND BUSR-NO-BUDGET-MAIL
                   MOVE "Y" TO WS-OPTED-OUT-SW
               WHEN NTF-ESCALATE AND BUSR-NO-ESCALATE-MAIL
                   MOVE "Y" TO WS-OPTED-OUT-SW
           END-EVALUATE.
           EVALUATE TRUE
               WHEN BUSR-EMAIL-ADDRESS = SPACES
                   IF NOT NTF-QUEUED
                       MOVE "N" TO NTF-RESULT
                   END-IF
               WHEN WS-OPTED-OUT
                   IF NOT NTF-QUEUED
                       MOVE "O" TO NTF-RESULT
                   END-IF
               WHEN OTHER
                   PERFORM 0110-APPEND-TO-SPOOL
           END-EVALUATE.
       0110-APPEND-TO-SPOOL.
           OPEN EXTEND MAIL-SPOOL.
           IF MAIL-STAT = "35"
               CLOSE MAIL-SPOOL
               OPEN OUTPUT MAIL-SPOOL
           END-IF.
           IF MAIL-STAT NOT = "00"
               DISPLAY "BIER.MAIL COULD NOT BE OPENED (STATUS "
                       MAIL-STAT "), NOTICE FOR "
                       TRIM(BUSR-USER-ID) " NOT QUEUED" UPON TERM
               MOVE "E" TO NTF-RESULT
           ELSE
               MOVE SPACES TO BIER-MAIL-RECORD
               MOVE WS-CURRENT-TIMESTAMP TO MAIL-QUEUED-TS
               MOVE NTF-TYPE TO MAIL-TYPE
               MOVE NTF-PROGRAM TO MAIL-PROGRAM
               MOVE BUSR-USER-ID TO MAIL-USER-ID
               MOVE BUSR-EMAIL-ADDRESS TO MAIL-ADDRESS
               MOVE NTF-SUBJECT TO MAIL-SUBJECT
               MOVE NTF-BODY TO MAIL-BODY
               WRITE BIER-MAIL-RECORD
               CLOSE MAIL-SPOOL
               MOVE "Q" TO NTF-RESULT
               ADD 1 TO NTF-QUEUED-COUNT
           END-IF.
       0200-NOTIFY-SUPERVISORS.
      *    every active supervisor gets a copy; the result reports
      *    queued when at least one went out
           PERFORM 0210-NOTIFY-ONE-SUPERVISOR
               UNTIL USR-STAT = "10".
       0210-NOTIFY-ONE-SUPERVISOR.
           READ BIER-REGISTRY NEXT RECORD
               AT END
                   MOVE "10" TO USR-STAT
               NOT AT END
                   IF BUSR-SUPERVISOR AND NOT BUSR-INACTIVE
                       PERFORM 0100-QUEUE-FOR-USER
                   END-IF
           END-READ.
       9999-EXIT.
           GOBACK.
