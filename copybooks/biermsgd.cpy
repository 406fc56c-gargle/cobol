      * BIER-MESSAGE-AREA layout, the call area of the shared BIERMSG
      * message-catalog lookup:
      *     CALL "BIERMSG" USING BIER-MESSAGE-AREA
      * the caller names the message number and the person the text
      * is for, and puts the program's own English wording in
      * BMSG-TEXT; BIERMSG replaces it with the recipient's language
      * from the BIER.MSG catalog (English from the catalog when
      * there is no translation, the caller's own text when the
      * catalog has neither) and fills in &1 to &6 from BMSG-ARG.
      * BMSG-USER-ID of spaces means nobody registered - the run's
      * BIER_LANG setting, English when that is not set either.
      * INITIALIZE the area before each message so no argument is
      * left over from the last one.  COPY this into WORKING-STORAGE
      * in the caller.
       01  BIER-MESSAGE-AREA.
           03  BMSG-NUMBER                        PIC 9(04).
           03  BMSG-USER-ID                       PIC X(08).            recipient's BIER-USER-ID
           03  BMSG-ARG                           PIC X(30)             trimmed into &1 .. &6
                                                  OCCURS 6 TIMES.
           03  BMSG-TEXT                          PIC X(160).           in: the English default,
                                                                         out: the text to show
           03  BMSG-LANGUAGE                      PIC X(02).            set by BIERMSG: the
                                                                         language BMSG-TEXT is in
