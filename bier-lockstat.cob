       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-LOCKSTAT.
      * cobc -x -Wall bier-lockstat.cob
      *               bierenv.cob -I copybooks -T bier-lockstat.lst
      *
      * lock-status enquiry for BIER.LCK.  every lock record now
      * carries "owner pid yyyymmddhhmmss" (written through the
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  LOCK-RECORD-FIELDS.
           03  LR-OWNER                           PIC X(10).
           03  LR-PID                             PIC X(08).
       77  WS-SYSTEM-CMD                          PIC X(60).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
      *    only status 35 means free: a run that actually holds the
      *    lock blocks this OPEN with status 61, while a stale file
      *    left by a crash opens cleanly and gets read below
