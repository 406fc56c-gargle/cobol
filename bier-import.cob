       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-IMPORT.
      * cobc -x -Wall bier-import.cob fstatmsg.cob bierjrnl.cob
      *              opsjrnl.cob bierpcls.cob bierenv.cob -I copybooks
      *              -T bier-import.lst
      *
      * loads BIER.CSV rows (the same TIMESTAMP,DATE,TIME,USER,BEVERAGE
      * shape BIER-EXPORT writes) back into the indexed BIER.FILE, for
      * recovering entries kept on paper or in a spreadsheet without
      * replaying bier.cob's BACKDATE mode once per row.  each row is
      * validated - numeric 14-digit timestamp, a real calendar date,
      * a real time of day, a non-blank user, a period not closed by
      * BIER-CLOSE - and bad or duplicate-key rows are dropped to
      * BIER.REJECTS with a reason code instead of aborting the whole
      * load.
      *
      * BIER.TRL is deliberately left untouched: a bulk load is history
      * repair, not a live entry, so the per-user counters must not be
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-CSV ASSIGN TO "BIER.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierjrn.cpy".
       01  CSV-ROW-FIELDS.
           03  CR-TIMESTAMP                       PIC X(14).
               05  WS-ROW-SECONDS                 PIC 9(02).
       77  WS-ROW-DAYS                            PIC S9(09).
       77  WS-REJECT-REASON                       PIC X(12).
       77  WS-PERIOD-STATE                        PIC X(01).
       77  FILE-STAT                               PIC X(02).
       77  CSV-STAT                                PIC X(02).
       77  REJ-STAT                                PIC X(02).
       77  WS-SITE-ID                             PIC X(04).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
      *    loaded rows are stamped with this site, same as a live
      *    entry would be
           MOVE SPACES TO WS-SITE-ID.
                   WHEN OTHER
                       CONTINUE
               END-EVALUATE
      *        a row dated inside a month BIER-CLOSE has frozen is
      *        dropped like any other bad row
               IF WS-REJECT-REASON = SPACES
                   CALL "BIERPCLS" USING WS-ROW-DATE WS-PERIOD-STATE
                   IF WS-PERIOD-STATE = "C"
                       MOVE "CLOSED-PRD" TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF.
       0200-WRITE-BIER-RECORD.
           MOVE WS-ROW-TIMESTAMP TO BIER-TIMESTAMP-NUMERIC.
