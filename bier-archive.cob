       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-ARCHIVE.
      * cobc -x -Wall bier-archive.cob fstatmsg.cob bierjrnl.cob
      *             opsjrnl.cob
      *             bierenv.cob -I copybooks -T bier-archive.lst
      *
      * moves BIER-RECORDs older than BCTL-PURGE-DAYS off to a history
      * file and rewrites BIER.FILE with only the recent entries, so
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-CONTROL ASSIGN TO "BIER.CTL"
               ORGANIZATION IS LINE SEQUENTIAL
           SELECT BIER-NEW ASSIGN TO "BIER.FILE.NEW"
               ORGANIZATION IS INDEXED
               RECORD KEY IS NEW-BIER-KEY
               ALTERNATE RECORD KEY IS NEW-BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS NEW-STAT.
           SELECT BIER-HISTORY ASSIGN TO "BIER.HIST"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  FILE-STAT                               PIC X(02).
       77  CTL-STAT                                PIC X(02).
       77  NEW-STAT                                PIC X(02).
       COPY "bierjrn.cpy".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0003-READ-CONTROL.
           PERFORM 0004-ACQUIRE-LOCK.
           MOVE CURRENT-DATE TO WS-TODAY-DATE-DATA.
