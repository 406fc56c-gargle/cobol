      * HANDOVER-RECORD layout, one event on the shift handover log
      * ("HELLO.HANDOVER"), a fixed-position LINE SEQUENTIAL file
      * only ever appended to.  an item is raised once by the
      * outgoing operator (HANDOVER ADD), acknowledged once per
      * incoming shift at sign-on (HANDACK, called by HELLO-WORLD)
      * and closed once by whoever resolves it (HANDOVER CLOSE).
      * the operator name is positional because, as on HELLO.LOG,
      * it may carry spaces.  COPY this into the FILE SECTION under
      * the log's FD.
       01  HANDOVER-RECORD.
           03  HO-EVENT                           PIC X(01).
               88  HO-RAISED                      VALUE "R".             outgoing shift's open item
               88  HO-ACKNOWLEDGED                VALUE "A".             incoming shift has read it
               88  HO-CLOSED                      VALUE "C".             resolved, off the handover
           03  FILLER                             PIC X(01).
           03  HO-ITEM                            PIC 9(04).            item number, from 0001
           03  FILLER                             PIC X(01).
           03  HO-DATE                            PIC 9(08).            YYYYMMDD of the event
           03  FILLER                             PIC X(01).
           03  HO-TIME                            PIC 9(06).            HHMMSS of the event
           03  FILLER                             PIC X(01).
           03  HO-SHIFT                           PIC X(02).            HELLO.SHIFTS id, "--" if none
           03  FILLER                             PIC X(01).
           03  HO-OPERATOR                        PIC X(64).            as typed at HELLO-WORLD
           03  FILLER                             PIC X(01).
           03  HO-TEXT                            PIC X(100).           R: the item, C: resolution
