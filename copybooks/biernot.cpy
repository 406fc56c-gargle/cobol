      * BIER-NOTIFY-AREA layout, the call area of the shared BIERNTFY
      * notification writer:
      *     CALL "BIERNTFY" USING BIER-NOTIFY-AREA
      * the caller names the recipient, the notice type, itself and
      * the text; BIERNTFY looks the recipient up on BIER.USR and,
      * when they have an e-mail address and have not opted out of
      * that type, queues the message on the BIER.MAIL outbound
      * spool for the nightly BIER-MAILDISP step.  NTF-USER-ID of
      * "*SUPV" sends one copy to every supervisor on BIER.USR.  COPY
      * this into WORKING-STORAGE in the caller.
       01  BIER-NOTIFY-AREA.
           03  NTF-USER-ID                        PIC X(08).            recipient's BIER-USER-ID
               88  NTF-TO-SUPERVISORS             VALUE "*SUPV".
           03  NTF-TYPE                           PIC X(08).
               88  NTF-REMIND                     VALUE "REMIND".        BIER-REMIND debt reminder
               88  NTF-ALERT                      VALUE "ALERT".         BIER-ALERTDIGEST moderation
               88  NTF-ROUND                      VALUE "ROUND".         BIER-CONFIRM round pending
               88  NTF-BUDGET                     VALUE "BUDGET".        BIER month budget passed
               88  NTF-ESCALATE                   VALUE "ESCALATE".      OPS-MONITOR escalation
           03  NTF-PROGRAM                        PIC X(08).            who is sending it
           03  NTF-SUBJECT                        PIC X(60).
           03  NTF-BODY                           PIC X(160).
           03  NTF-RESULT                         PIC X(01).            set by BIERNTFY:
               88  NTF-QUEUED                     VALUE "Q".             on the spool
               88  NTF-OPTED-OUT                  VALUE "O".             user said no to this type
               88  NTF-NO-ADDRESS                 VALUE "N".             no e-mail address on file
               88  NTF-NOT-REGISTERED             VALUE "U".             no BIER.USR, or not on it
                                                                         (an unreadable one is also
                                                                         reported on the console)
               88  NTF-SPOOL-ERROR                VALUE "E".             BIER.MAIL not writable
           03  NTF-QUEUED-COUNT                   PIC 9(03).            copies queued (*SUPV: many)
