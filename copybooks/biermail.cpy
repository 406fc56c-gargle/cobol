      * BIER-MAIL-RECORD layout, one queued message on the outbound
      * mail spool ("BIER.MAIL"), a fixed-position LINE SEQUENTIAL
      * record appended by BIERNTFY and emptied each night by
      * BIER-MAILDISP, which hands every message to the mail relay's
      * pickup directory.  COPY this into the FILE SECTION under the
      * spool's FD.
       01  BIER-MAIL-RECORD.
           03  MAIL-QUEUED-TS                     PIC 9(14).            YYYYMMDDHHMMSS queued
           03  MAIL-TYPE                          PIC X(08).            NTF-TYPE, see biernot.cpy
           03  MAIL-PROGRAM                       PIC X(08).            who queued it
           03  MAIL-USER-ID                       PIC X(08).            recipient
           03  MAIL-ADDRESS                       PIC X(60).            BUSR-EMAIL-ADDRESS at queue time
           03  MAIL-SUBJECT                       PIC X(60).
           03  MAIL-BODY                          PIC X(160).
