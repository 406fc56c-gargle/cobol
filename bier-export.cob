       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-EXPORT.
      * cobc -x -Wall bier-export.cob
      *               bierenv.cob -I copybooks -T bier-export.lst
      *
      * dumps BIER.FILE out as a comma-delimited line sequential file
      * (BIER.CSV) so the log can be handed to a spreadsheet.
           SELECT BIER ASSIGN TO "BIER.FILE"
               ORGANIZATION IS INDEXED
               RECORD KEY IS BIER-KEY
               ALTERNATE RECORD KEY IS BIER-USER-ID
                   WITH DUPLICATES
               FILE STATUS IS FILE-STAT.
           SELECT BIER-CSV ASSIGN TO "BIER.CSV"
               ORGANIZATION IS LINE SEQUENTIAL
       FD  BIER-CSV.
       01  CSV-RECORD                             PIC X(80).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       77  FILE-STAT                               PIC X(02).
       77  CSV-STAT                                PIC X(02).
       77  WS-FSTAT-MESSAGE                       PIC X(60).
       77  WS-ROW-COUNT                           PIC 9(07) VALUE 0.
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           OPEN INPUT BIER.
           IF FILE-STAT NOT = "00"
               CALL "FSTATMSG" USING FILE-STAT WS-FSTAT-MESSAGE
