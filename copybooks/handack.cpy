      * HANDOVER-ACK-AREA layout, the call area of the shared HANDACK
      * sign-on acknowledgement:
      *     CALL "HANDACK" USING HANDOVER-ACK-AREA
      * the caller names the operator; HANDACK finds their shift on
      * HELLO.SHIFTS and, for HND-ACKNOWLEDGE, puts every open item
      * on HELLO.HANDOVER that their shift has not yet acknowledged
      * today to them one at a time, logging each one they accept.
      * HND-SHIFT-ONLY just looks up the shift.  COPY this into
      * WORKING-STORAGE in the caller.
       01  HANDOVER-ACK-AREA.
           03  HND-ACTION                         PIC X(01).
               88  HND-ACKNOWLEDGE                VALUE "A".             sign-on: show and acknowledge
               88  HND-SHIFT-ONLY                 VALUE "S".             look up the shift, nothing more
           03  HND-OPERATOR                       PIC X(64).            as typed at sign-on
           03  HND-SHIFT                          PIC X(02).            set by HANDACK, "--" if none
           03  HND-PENDING                        PIC 9(04).            items put to the operator
           03  HND-ACCEPTED                       PIC 9(04).            of those, acknowledged
           03  HND-LEFT                           PIC 9(04).            of those, still not
