      * BIER-SUPPLIER-RECORD layout, the supplier master ("BIER.SUP")
      * keyed on the same code as BIER.BEV and BIER.STK: who carries
      * the beverage, in what pack and how many days an order takes
      * to arrive.  set with BIER-STOCK SUPPLIER and read by the
      * BIER-STOCK ORDER run, which rounds every shortfall up to
      * whole packs and dates each order line due after the lead
      * time.  COPY this into the FILE SECTION under FD BIER-SUPPLIER.
       01  BIER-SUPPLIER-RECORD.
           03  BSUP-CODE                          PIC X(16).            same code as BBEV-CODE
           03  BSUP-SUPPLIER-ID                   PIC X(08).            who the order goes to
           03  BSUP-PACK-SIZE                     PIC 9(04).            servings per crate or case
           03  BSUP-LEAD-DAYS                     PIC 9(03).            days from order to delivery
