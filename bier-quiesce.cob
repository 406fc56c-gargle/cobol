       IDENTIFICATION DIVISION.
       PROGRAM-ID. BIER-QUIESCE.
      * cobc -x -Wall bier-quiesce.cob opsjrnl.cob bierauth.cob
      *                             bierpin.cob bierhash.cob
      *                             fstatmsg.cob
      *                             bierenv.cob -I copybooks
      *                             -T bier-quiesce.lst
      *
      * usage: bier-quiesce HOLD [release-yyyymmddhhmmss]
      * expire on its own at the end of the window; without one it
      * stands until RELEASE.  both the hold and the release are
      * journalled to OPS.JRNL.
      *   HOLD and RELEASE are granted through BIER.AUTH (BIERAUTH);
      * STATUS is open to everyone.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       SPECIAL-NAMES.
       FD  BIER-LOCK.
       01  LOCK-RECORD                            PIC X(40).
       WORKING-STORAGE SECTION.
       COPY "bierenvd.cpy".
       01  QUIESCE-LINE-FIELDS.
           03  QL-RELEASE                         PIC X(14).
           03  QL-OPERATOR                        PIC X(10).
                                                  VALUE "00".
       77  WS-OPS-MESSAGE                         PIC X(60).
       77  WS-OPS-RETURN-CODE                     PIC 9(02) VALUE 0.
       77  WS-AUTH-PROGRAM                        PIC X(16)
                                                  VALUE "BIER-QUIESCE".
       77  WS-AUTH-ACTION                         PIC X(10).
       77  WS-AUTH-SW                             PIC X(01) VALUE "N".
           88  WS-AUTHORIZED                      VALUE "Y".
       PROCEDURE DIVISION.
       0000-MAIN.
           CALL "BIERENV" USING BIER-ENV-AREA.
           PERFORM 0006-GET-ARGUMENTS.
           IF WS-RUN-MODE = "HOLD" OR WS-RUN-MODE = "RELEASE"
               PERFORM 0002-CHECK-AUTHORITY
           END-IF.
           EVALUATE WS-RUN-MODE
               WHEN "HOLD"
                   PERFORM 0100-HOLD-SYSTEM
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
           MOVE SPACES TO WS-RUN-MODE WS-ARG-RELEASE.
           DISPLAY 1 UPON ARGUMENT-NUMBER.
