       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-BACKUP.
      * cobc -x -Wall bier-backup.cob fstatmsg.cob
      *                                 bierenv.cob -I copybooks
      *                                 -T bier-backup.lst
      *
      * snapshot backup for the whole BIER file family.  takes the
           FUNCTION ALL INTRINSIC.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
      * the six keyed family members each need their own SELECT so
      * the key description matches; DD_BKP* is pointed at the live
      * file or its copy in the set before each OPEN, the same
      * external-name convention VARCOPY uses
           SELECT CHK-BIER ASSIGN TO "DD_BKPBIER"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS CHK-STAT.
           SELECT CHK-TRAILER ASSIGN TO "DD_BKPTRL"
               ORGANIZATION IS INDEXED
               ORGANIZATION IS INDEXED
               RECORD KEY IS BUSR-USER-ID
               FILE STATUS IS CHK-STAT.
           SELECT CHK-RATING ASSIGN TO "DD_BKPRAT"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BRAT-KEY
               FILE STATUS IS CHK-STAT.
           SELECT CHK-SUPPLIER ASSIGN TO "DD_BKPSUP"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BSUP-CODE
               FILE STATUS IS CHK-STAT.
           SELECT CHK-SEQUENTIAL ASSIGN TO "DD_BKPSEQ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CHK-STAT.
       COPY "bierbev.cpy".
       FD  CHK-REGISTRY.
       COPY "bierusr.cpy".
       FD  CHK-RATING.
       COPY "bierrat.cpy".
       FD  CHK-SUPPLIER.
       COPY "biersup.cpy".
       FD  CHK-SEQUENTIAL.
       01  SEQUENTIAL-LINE                        PIC X(512).
       FD  MANIFEST-FILE.
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
      * the family, newest satellites included - a file that does
      * not exist tonight is simply not in the set
       01  FAMILY-NAMES.
                   VALUE "SBIER.PAY".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.JRN".
           03  FILLER                             PIC X(16)
                   VALUE "5BIER.RAT".
           03  FILLER                             PIC X(16)
                   VALUE "6BIER.SUP".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.CLS".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.PO".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.CNT".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.SHRK".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.KEXP".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.KCNT".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.TAPR".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.PLG".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.MAIL".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.BDG".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.DUES".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.SPND".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.AUTH".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.MSG".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.HOL".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.FINE".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.CTLH".
           03  FILLER                             PIC X(16)
                   VALUE "SBIER.PRCH".
           03  FILLER                             PIC X(16)
                   VALUE "SBANK.SUSP".
           03  FILLER                             PIC X(16)
                   VALUE "SBANK.LOG".
       01  FAMILY-TABLE REDEFINES FAMILY-NAMES.
           03  FAMILY-ENTRY OCCURS 34 TIMES.
               05  FAM-TYPE                       PIC X(01).
               05  FAM-NAME                       PIC X(15).
       77  WS-FAMILY-IDX                          PIC 9(02).
       77  WS-LOCK-OWNER                          PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0009-ACQUIRE-LOCK.
           MOVE CURRENT-DATE TO WS-CURRENT-DATE-DATA.
           MOVE SPACES TO WS-SET-NAME.
           PERFORM 0010-OPEN-MANIFEST.
           MOVE 1 TO WS-FAMILY-IDX.
           PERFORM 0100-BACKUP-ONE-FILE
               UNTIL WS-FAMILY-IDX > 34.
           CLOSE MANIFEST-FILE.
           PERFORM 0095-RELEASE-LOCK.
           DISPLAY WS-BACKED-UP-COUNT " FILE(S) BACKED UP TO "
                           UNTIL WS-CHK-EOF
                       CLOSE CHK-REGISTRY
                   END-IF
               WHEN "5"
                   DISPLAY "DD_BKPRAT" UPON ENVIRONMENT-NAME
                   DISPLAY WS-CHECK-PATH UPON ENVIRONMENT-VALUE
                   OPEN INPUT CHK-RATING
                   IF CHK-STAT = "00"
                       MOVE "Y" TO WS-FILE-FOUND-SW
                       PERFORM 0242-COUNT-RATING-RECORD
                           UNTIL WS-CHK-EOF
                       CLOSE CHK-RATING
                   END-IF
               WHEN "6"
                   DISPLAY "DD_BKPSUP" UPON ENVIRONMENT-NAME
                   DISPLAY WS-CHECK-PATH UPON ENVIRONMENT-VALUE
                   OPEN INPUT CHK-SUPPLIER
                   IF CHK-STAT = "00"
                       MOVE "Y" TO WS-FILE-FOUND-SW
                       PERFORM 0244-COUNT-SUPPLIER-RECORD
                           UNTIL WS-CHK-EOF
                       CLOSE CHK-SUPPLIER
                   END-IF
               WHEN OTHER
                   DISPLAY "DD_BKPSEQ" UPON ENVIRONMENT-NAME
                   DISPLAY WS-CHECK-PATH UPON ENVIRONMENT-VALUE
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       0242-COUNT-RATING-RECORD.
           READ CHK-RATING NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CHK-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       0244-COUNT-SUPPLIER-RECORD.
           READ CHK-SUPPLIER NEXT RECORD
               AT END
                   MOVE "Y" TO WS-CHK-EOF-SW
               NOT AT END
                   ADD 1 TO WS-RECORD-COUNT
           END-READ.
       0250-COUNT-SEQUENTIAL-LINE.
           READ CHK-SEQUENTIAL
               AT END
