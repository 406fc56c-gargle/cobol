       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-RECONCILE.
      * cobc -x -Wall bier-reconcile.cob fstatmsg.cob bierjrnl.cob
      *           opsjrnl.cob
      *           bierenv.cob -I copybooks -T bier-reconcile.lst
      *
      * usage: bier-reconcile [REPAIR]
      *   audits BIER.TRL against what is actually on BIER.FILE.  a
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-CONTROL ASSIGN TO "BIER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       COPY "bierjrn.cpy".
       77  WS-TRAILER-BEFORE-IMAGE                PIC X(38).
       01  RECON-USER-TABLE.
       77  WS-LOCK-OWNER                          PIC X(10).
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0005-READ-CONTROL.
           PERFORM 0006-GET-ARGUMENTS.
           PERFORM 0007-READ-PERIOD.
