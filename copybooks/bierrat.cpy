      * BIER-RATING-RECORD layout, the beverage ratings file
      * ("BIER.RAT"): one 1-5 score and a short tasting note per
      * rated BIER-RECORD, written through the shared BIERRATE
      * subroutine - by BIER when BIER_RATING is set at entry, by
      * BIER-RATE against one of the user's own earlier entries.
      * keyed on beverage + user + the rated entry's timestamp, so a
      * sequential read hands back each BBEV-CODE's ratings grouped
      * by user, oldest first, which is the order BIER-RATE REPORT
      * wants them in.  rating the same entry again replaces the
      * score; rating a later entry of the same beverage adds to the
      * history the trend is worked out from.  COPY this into the
      * FILE SECTION under FD BIER-RATING.
       01  BIER-RATING-RECORD.
           03  BRAT-KEY.
               05  BRAT-BEVERAGE                  PIC X(16).            same code as BBEV-CODE
               05  BRAT-USER-ID                   PIC X(08).
               05  BRAT-TIMESTAMP                 PIC 9(14).            the rated BIER-RECORD
           03  BRAT-SCORE                         PIC 9(01).
               88  BRAT-SCORE-VALID               VALUE 1 THRU 5.
           03  BRAT-NOTE                          PIC X(40).            tasting note, may be blank
           03  BRAT-RATED-DATE                    PIC 9(08).            YYYYMMDD the score was given
