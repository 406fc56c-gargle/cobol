      * typically stricter, but any nonzero value applies; zero
      * means "no override, use BIER.CTL".  maintained with
      * BIER-USERMAINT.  COPY this into the FILE SECTION under
      * FD BIER-REGISTRY.  a BIER.USR built with the original 44-byte
      * record (up to BUSR-SUPERVISOR-FLAG) is converted to this
      * layout once with BIER-USRLOAD before anything else opens it.
       01  BIER-USER-RECORD.
           03  BUSR-USER-ID                       PIC X(08).            same width as BIER-USER-ID
           03  BUSR-DISPLAY-NAME                  PIC X(24).
                                                                         month-to-date spend passes it
           03  BUSR-SUPERVISOR-FLAG               PIC X(01).            Y = may run BIER-AMEND, the
               88  BUSR-SUPERVISOR                VALUE "Y".             correction path past undo-last
           03  BUSR-IBAN                          PIC X(34).            account the user pays the
                                                                         kitty from, for BIER-BANKIMP
           03  BUSR-BANK-REF                      PIC X(16).            text the user puts on every
                                                                         transfer; spaces = none
           03  BUSR-BODY-WEIGHT-KG                PIC 9(03).            optional, used only for the
                                                                         blood-alcohol estimate at
                                                                         entry; 0 = not configured
           03  BUSR-SEX                           PIC X(01).            optional, same sole purpose;
               88  BUSR-MALE                      VALUE "M".             space = not given
               88  BUSR-FEMALE                    VALUE "F".
           03  BUSR-EMAIL-ADDRESS                 PIC X(60).            where BIERNTFY addresses the
                                                                         user's notices; spaces = none
           03  BUSR-NOTIFY-OPT-OUTS.                                    one byte per notice type, "N"
               05  BUSR-NOTIFY-REMIND             PIC X(01).            = opted out; anything else
                   88  BUSR-NO-REMIND-MAIL        VALUE "N".             (space, Y) = opted in
               05  BUSR-NOTIFY-ALERT              PIC X(01).
                   88  BUSR-NO-ALERT-MAIL         VALUE "N".
               05  BUSR-NOTIFY-ROUND              PIC X(01).
                   88  BUSR-NO-ROUND-MAIL         VALUE "N".
               05  BUSR-NOTIFY-BUDGET             PIC X(01).
                   88  BUSR-NO-BUDGET-MAIL        VALUE "N".
               05  BUSR-NOTIFY-ESCALATE           PIC X(01).
                   88  BUSR-NO-ESCALATE-MAIL      VALUE "N".
           03  BUSR-PIN-HASH                      PIC X(16).            BIERHASH of id and PIN, never
                                                                         the PIN itself; spaces = none
           03  BUSR-PIN-FAILURES                  PIC 9(01).            wrong PINs since the last good
                                                                         one; BIERPIN locks at 3
           03  BUSR-PIN-LOCK-FLAG                 PIC X(01).            Y = locked out until BIER-
               88  BUSR-PIN-LOCKED                VALUE "Y".             USERMAINT PIN resets it
           03  BUSR-TOKEN-HASH                    PIC X(16).            BIERHASH of id and the DROPBOX
                                                                         intake token; spaces = none
           03  BUSR-LANGUAGE                      PIC X(02).            EN, NL, FR ... - the language
                                                                         BIERMSG gives the user their
                                                                         console text, statement and
                                                                         notices in; spaces = English
