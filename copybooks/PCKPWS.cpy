      ******************************************************************
      * Working-storage copy of PERSONNEL-MAINT's checkpoint record
      * (MNTCKPT, FD in PCKPFD).  A restart reads the checkpoint INTO
      * this area and every commit writes the file FROM it, so the
      * restored counts stay valid after the checkpoint file is
      * closed again.
      ******************************************************************
       01  WS-MAINT-CHECKPOINT.
           02 PCKP-BATCH-DATE                  PIC 9(8).
           02 PCKP-RUN-DATE                    PIC 9(8).
           02 PCKP-COMMIT-TIMESTAMP            PIC X(21).
           02 PCKP-TRANSACTIONS-CONSUMED       PIC 9(9) COMP.
           02 PCKP-PENDING-BASE-COUNT          PIC 9(9) COMP.
           02 PCKP-RESTART-COUNT               PIC 9(4).
           02 PCKP-HEADER-SEEN                 PIC X(1).
           02 PCKP-TRAILER-SEEN                PIC X(1).
           02 PCKP-EXPECTED-ADDS               PIC 9(6).
           02 PCKP-EXPECTED-CHANGES            PIC 9(6).
           02 PCKP-EXPECTED-DELETES            PIC 9(6).
           02 PCKP-READ-ADDS                   PIC 9(6).
           02 PCKP-READ-CHANGES                PIC 9(6).
           02 PCKP-READ-DELETES                PIC 9(6).
           02 PCKP-APPLIED-ADDS                PIC 9(6).
           02 PCKP-APPLIED-CHANGES             PIC 9(6).
           02 PCKP-APPLIED-DELETES             PIC 9(6).
           02 PCKP-REJECTED-ADDS               PIC 9(6).
           02 PCKP-REJECTED-CHANGES            PIC 9(6).
           02 PCKP-REJECTED-DELETES            PIC 9(6).
           02 PCKP-REJECTED-OTHER              PIC 9(6).
           02 PCKP-HELD-ADDS                   PIC 9(6).
           02 PCKP-HELD-CHANGES                PIC 9(6).
           02 PCKP-HELD-DELETES                PIC 9(6).
           02 PCKP-AFTER-TRAILER-COUNT         PIC 9(6).
           02 PCKP-OVERRIDE-BASE-COUNT         PIC 9(9) COMP.
           02 PCKP-OVERRIDE-HELD-ADDS          PIC 9(6).
           02 PCKP-OVERRIDE-HELD-CHANGES       PIC 9(6).
