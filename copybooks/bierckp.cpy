      * CHECKPOINT-RECORD layout, one line of the restart checkpoint
      * the long multi-file mutators keep while they walk the live
      * BIER.FILE, every BIER.FILE.YYYYMM generation and BIER.HIST -
      * BIER-MERGE on BIERMRGE.CKP, BIER-SUBJECT ERASE on BIERSUBJ.CKP
      * and BIER-DAYBUILD on BIERDYBD.CKP, the same .CKP convention
      * READ-FILE's READFILE.CKP set.  the whole file is rewritten
      * (to .CKP.NEW, then mv) after each file and at intervals
      * inside a large one, so a run killed part way leaves the last
      * complete picture behind; the run's RESTART argument reads it
      * back and carries on, and a run that finishes removes it.
      * the lines, in this order:
      *     RUN   the run's arguments, when the checkpoint was taken
      *           and the run's totals at that moment
      *     DONE  one per file finished, with what it touched there
      *     PART  the file in progress and how far into it the run got
      *     SESS  BIER-DAYBUILD only - each user's last replayed
      *           timestamp, the session arithmetic's carried state
      * COPY this into the FILE SECTION under FD CHECKPOINT-FILE.
       01  CHECKPOINT-RECORD.
           03  CKP-TYPE                           PIC X(04).
               88  CKP-RUN-LINE                   VALUE "RUN ".
               88  CKP-DONE-LINE                  VALUE "DONE".
               88  CKP-PART-LINE                  VALUE "PART".
               88  CKP-SESS-LINE                  VALUE "SESS".
           03  FILLER                             PIC X(01).
           03  CKP-NAME                           PIC X(40).            RUN: first argument, DONE/
                                                                         PART: file name, SESS: user
           03  FILLER                             PIC X(01).
           03  CKP-COUNT-1                        PIC 9(09).            RUN: first total, DONE/PART:
                                                                         items done in that file
           03  FILLER                             PIC X(01).
           03  CKP-COUNT-2                        PIC 9(09).            RUN: second total or the
                                                                         run date, PART: as the
                                                                         program notes
           03  FILLER                             PIC X(01).
           03  CKP-TIMESTAMP                      PIC 9(14).            RUN: when taken, SESS: the
                                                                         user's last timestamp
           03  FILLER                             PIC X(01).
           03  CKP-EXTRA                          PIC X(40).            RUN: second argument
