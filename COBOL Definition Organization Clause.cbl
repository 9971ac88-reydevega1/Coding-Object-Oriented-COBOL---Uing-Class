      *   in the stream it has no predecessor to check, but its own
      *   entry is what lets DEPT-RECONCILE and the rest refuse to
      *   run on top of a failed or half-finished maintenance pass.
      * - The run now commits at intervals (MNTPARM, default every 100
      *   TRANIN records) by hardening the journal, reject and hold
      *   files and writing a checkpoint (MNTCKPT).  A rerun of the
      *   same batch date after an abend resumes after the last
      *   committed record with every count restored, recognises any
      *   transaction the failed attempt disposed of after that
      *   commit, and prints the restart on the control report; the
      *   run ledger entry books the batch totals and restart count
      *   so the night still balances as one run.  A checkpoint left
      *   by a different batch stops the run with RETURN-CODE 16.
      * - Adds, transfers and grade changes are now edited against the
      *   establishment file (ESTMAS, maintained by ESTAB-MAINT): one
      *   that would put more active/on-leave staff into a department
      *   and grade than it has funded posts is rejected, or - when it
      *   carries an authorising operator id - held on the override
      *   file (ESTHOLD) for ESTAB-OVERRIDE-REL to release once
      *   approved.  Override holds are counted on the control report
      *   and recognised on a restart like any other hold.
      * - A card marked as approved past the establishment is only
      *   honoured when it matches an entry ESTAB-OVERRIDE-REL made on
      *   its release register (OVRREL) under the same authorising id;
      *   any other card carrying the mark is rejected.  The restart
      *   checkpoint is now read INTO and written FROM a working-
      *   storage copy (PCKPWS), and matching re-presented work
      *   against the journal now takes the staff id into account, so
      *   one disposed card of a reorganisation batch no longer marks
      *   the whole batch disposed; a re-presented id-zero add still
      *   matches the journal record and reject written under the id
      *   it was given.
      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERSONNEL-MAINT.
           COPY REJSEL.
           COPY PENDSEL.
           COPY LEVSEL.
           COPY PCKPSEL.
           COPY ESTSEL.
           COPY OVRSEL.
           COPY ORLSEL.

           SELECT CONTROL-REPORT-FILE ASSIGN TO CTLRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-REPORT-STATUS.

           SELECT MAINT-PARM-FILE ASSIGN TO MNTPARM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAINT-PARM-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY PERSFD.
           COPY REJFD.
           COPY PENDFD.
           COPY LEVFD.
           COPY PCKPFD.
           COPY ESTFD.
           COPY OVRFD.
           COPY ORLFD.

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-LINE                   PIC X(80).

       FD MAINT-PARM-FILE.
       01 MAINT-PARM-RECORD.
           02 PARM-COMMIT-INTERVAL              PIC 9(4).

       WORKING-STORAGE SECTION.
       01  WS-PERSONNEL-STATUS                  PIC X(2).
       01  WS-DEPARTMENT-STATUS                 PIC X(2).
       01  WS-STAFF-CONTROL-STATUS               PIC X(2).
       01  WS-PENDING-STATUS                     PIC X(2).
       01  WS-LEAVE-STATUS                       PIC X(2).
       01  WS-CHECKPOINT-STATUS                  PIC X(2).
       01  WS-MAINT-PARM-STATUS                  PIC X(2).
       01  WS-ESTABLISHMENT-STATUS               PIC X(2).
       01  WS-OVERRIDE-STATUS                    PIC X(2).
       01  WS-RELEASE-STATUS                     PIC X(2).

       01  WS-EOF-TRANSACTIONS                   PIC X(1) VALUE "N".
       01  WS-DEPARTMENT-VALID                   PIC X(1) VALUE "N".
       01  WS-HELD-CHANGES                       PIC 9(6) VALUE 0.
       01  WS-HELD-DELETES                       PIC 9(6) VALUE 0.
       01  WS-AFTER-TRAILER-COUNT                PIC 9(6) VALUE 0.
       01  WS-OVERRIDE-HELD-ADDS                 PIC 9(6) VALUE 0.
       01  WS-OVERRIDE-HELD-CHANGES              PIC 9(6) VALUE 0.

       01  WS-CTL-BATCH-LINE.
           02 FILLER                             PIC X(12)
           02 FILLER                             PIC X(29)
                   VALUE "OTHER TRANSACTIONS REJECTED: ".
           02 WS-CTL-OTHER-REJECTED              PIC ZZZZZ9.
       01  WS-CTL-RESTART-LINE.
           02 FILLER                             PIC X(36)
                   VALUE "*** RUN RESTARTED FROM CHECKPOINT - ".
           02 FILLER                             PIC X(9)
                   VALUE "RESTART #".
           02 WS-CTL-RESTART-COUNT               PIC ZZZ9.
           02 FILLER                             PIC X(4) VALUE " ***".
       01  WS-CTL-RESUME-LINE.
           02 FILLER                             PIC X(32)
                   VALUE "    RESUMED AFTER TRANIN RECORD ".
           02 WS-CTL-RESUME-AFTER                PIC ZZZZZZZZ9.
           02 FILLER                             PIC X(14)
                   VALUE " COMMITTED AT ".
           02 WS-CTL-COMMIT-TIMESTAMP            PIC X(14).
       01  WS-CTL-REDISPOSED-LINE.
           02 FILLER                             PIC X(30)
                   VALUE "    ALREADY DISPOSED OF BEFORE".
           02 FILLER                             PIC X(13)
                   VALUE " THE RESTART ".
           02 WS-CTL-REDISPOSED                  PIC ZZZZZ9.
       01  WS-CTL-OVERRIDE-LINE.
           02 FILLER                             PIC X(34)
                   VALUE "HELD FOR ESTABLISHMENT OVERRIDE - ".
           02 FILLER                             PIC X(5) VALUE "ADDS ".
           02 WS-CTL-OVERRIDE-ADDS               PIC ZZZZZ9.
           02 FILLER                             PIC X(9)
                   VALUE " CHANGES ".
           02 WS-CTL-OVERRIDE-CHANGES            PIC ZZZZZ9.
       01  WS-CTL-AFTER-TRAILER-LINE.
           02 FILLER                             PIC X(4) VALUE "*** ".
           02 WS-CTL-AFTER-TRAILER               PIC ZZZZZ9.
       01  WS-ID-SPACE-EXHAUSTED                 PIC X(1) VALUE "N".
       01  WS-DAYS-SINCE-RETIRE                  PIC S9(8).

       01  WS-ESTABLISHMENT-OPEN                 PIC X(1) VALUE "N".
       01  WS-POST-AVAILABLE                     PIC X(1) VALUE "Y".
       01  WS-OVERRIDE-IN-FORCE                  PIC X(1) VALUE "N".
       01  WS-OVERRIDE-UNRELEASED                PIC X(1) VALUE "N".
       01  WS-EOF-POST-SCAN                      PIC X(1) VALUE "N".
       01  WS-POSTS-AUTHORISED                   PIC 9(5) VALUE 0.
       01  WS-POSTS-FILLED                       PIC 9(5) VALUE 0.

      *    Overrides released by ESTAB-OVERRIDE-REL, off its register.
      *    One release run answers at most its own decision capacity.
       01  WS-EOF-RELEASES                       PIC X(1) VALUE "N".
       01  WS-MAX-RELEASES                       PIC 9(4) VALUE 500.
       01  WS-RELEASE-COUNT                      PIC 9(4) VALUE 0.
       01  WS-RELEASE-INDEX                      PIC 9(4).
       01  WS-RELEASE-TABLE.
           02 WS-RELEASE-ENTRY OCCURS 500 TIMES.
               03 WS-REL-OPERATOR-ID             PIC X(8).
               03 WS-REL-ENTRY-TIMESTAMP         PIC X(21).
               03 WS-REL-STAFF-ID-NUMBER         PIC 9(6).
               03 WS-REL-TRAN-CODE               PIC X(1).
               03 WS-REL-AUTHORISING-ID          PIC X(8).
               03 WS-REL-USED                    PIC X(1).

       01  WS-AUDIT-STAFF-ID                     PIC 9(6).
       01  WS-AUDIT-TRAN-CODE                    PIC X(1).
       01  WS-OLD-FIRST-NAME                     PIC X(20).
       01  WS-NEW-JOB-TITLE                      PIC X(30).
       01  WS-NEW-SALARY-GRADE                   PIC X(2).

       01  WS-EOF-PARM                           PIC X(1) VALUE "N".
       01  WS-EOF-RESTART-SCAN                   PIC X(1) VALUE "N".
       01  WS-CHECKPOINT-FOUND                   PIC X(1) VALUE "N".
       01  WS-RESTARTING                         PIC X(1) VALUE "N".
       01  WS-RESTART-SHORT                      PIC X(1) VALUE "N".
       01  WS-ALREADY-DISPOSED                   PIC X(1) VALUE "N".
       01  WS-COMMIT-INTERVAL                    PIC 9(4) VALUE 100.
       01  WS-MAX-COMMIT-INTERVAL                PIC 9(4) VALUE 500.
       01  WS-SINCE-COMMIT                       PIC 9(4) VALUE 0.
       01  WS-TRANSACTIONS-CONSUMED              PIC 9(9) VALUE 0.
       01  WS-TRANSACTIONS-DISPOSED              PIC 9(9) VALUE 0.
       01  WS-RESUME-AFTER                       PIC 9(9) VALUE 0.
       01  WS-PENDING-BASE-COUNT                 PIC 9(9) VALUE 0.
       01  WS-OVERRIDE-BASE-COUNT                PIC 9(9) VALUE 0.
       01  WS-RESTART-COUNT                      PIC 9(4) VALUE 0.
       01  WS-REDISPOSED-COUNT                   PIC 9(6) VALUE 0.
       01  WS-TRANIN-BATCH-DATE                  PIC 9(8) VALUE 0.
       01  WS-COMMIT-TIMESTAMP                   PIC X(21) VALUE SPACES.
       01  WS-RESUME-TIMESTAMP                   PIC X(21) VALUE SPACES.
       01  WS-SCAN-COUNT                         PIC 9(9).
       01  WS-SCAN-SKIP                          PIC 9(9).

      *    Journal, reject and hold records the failed attempt wrote
      *    after its last commit - each is matched off against the
      *    re-presented transaction that produced it.  A commit
      *    interval of at most WS-MAX-COMMIT-INTERVAL records, each
      *    leaving at most a journal record and a reject, bounds it.
       01  WS-MAX-WINDOW                         PIC 9(4) VALUE 1000.
       01  WS-WINDOW-COUNT                       PIC 9(4) VALUE 0.
       01  WS-WINDOW-OPEN                        PIC 9(4) VALUE 0.
       01  WS-WINDOW-INDEX                       PIC 9(4).
       01  WS-WINDOW-FOUND                       PIC X(1).
       01  WS-WINDOW-OVERFLOW                    PIC X(1) VALUE "N".
       01  WS-MATCH-KIND                         PIC X(1).
       01  WS-MATCH-KEY                          PIC X(178).
       01  WS-MATCH-ANY-STAFF-ID                 PIC X(1) VALUE "N".
      *    The window key under comparison, with the staff id zeroed
      *    when a re-presented id-zero add is being matched - the
      *    journal view for "A" entries, the transaction image view
      *    for the rest.
       01  WS-WINDOW-COMPARE-KEY                 PIC X(178).
       01  WS-WINDOW-COMPARE-JOURNAL REDEFINES WS-WINDOW-COMPARE-KEY.
           02 FILLER                             PIC X(30).
           02 WS-WCJ-STAFF-ID                    PIC 9(6).
           02 FILLER                             PIC X(142).
       01  WS-WINDOW-COMPARE-IMAGE REDEFINES WS-WINDOW-COMPARE-KEY.
           02 FILLER                             PIC X(1).
           02 WS-WCI-STAFF-ID                    PIC 9(6).
           02 FILLER                             PIC X(171).
       01  WS-RESTART-WINDOW-TABLE.
           02 WS-WINDOW-ENTRY OCCURS 1000 TIMES.
               03 WS-WINDOW-KIND                 PIC X(1).
               03 WS-WINDOW-KEY                  PIC X(178).
               03 WS-WINDOW-USED                 PIC X(1).
       01  WS-JOURNAL-MATCH-KEY.
           02 WS-JMK-OPERATOR-ID                 PIC X(8).
           02 WS-JMK-ENTRY-TIMESTAMP             PIC X(21).
           02 WS-JMK-TRAN-CODE                   PIC X(1).
           02 WS-JMK-STAFF-ID                    PIC 9(6).
           02 FILLER                             PIC X(142)
                   VALUE SPACES.

           COPY PCKPWS.
           COPY RUNLNK.

       PROCEDURE DIVISION.
               STOP RUN
           END-IF.

      *----------------------------------------------------------------
      * The ending books the batch totals with the return code, so a
      * night that needed a restart still shows on the ledger as one
      * run - whole-batch counts, balanced or not, restarts visible.
      *----------------------------------------------------------------
       RECORD-RUN-LEDGER-END.
           MOVE "E" TO RLNK-ACTION
           MOVE "PERSONNEL-MAINT" TO RLNK-PROGRAM-ID
           MOVE SPACES TO RLNK-PREDECESSOR-ID
           MOVE RETURN-CODE TO RLNK-RETURN-CODE
           COMPUTE RLNK-RECORDS-EXPECTED = WS-EXPECTED-ADDS
               + WS-EXPECTED-CHANGES + WS-EXPECTED-DELETES
           COMPUTE RLNK-RECORDS-READ = WS-READ-ADDS
               + WS-READ-CHANGES + WS-READ-DELETES
           MOVE WS-RESTART-COUNT TO RLNK-RESTART-COUNT
           CALL "RUN-LEDGER" USING RUN-LEDGER-PARMS.

      *----------------------------------------------------------------
      * TRANIN is opened and its first record read before anything
      * is written, because the batch header decides whether this is
      * a fresh run or the restart of one that abended.  A restart
      * gathers what the failed attempt wrote after its last commit
      * before the reject and hold files are reopened to carry on
      * where it left off; a fresh run notes how big the hold file
      * already is and starts its reject file over.  Either way a
      * checkpoint is on file before the first transaction is
      * applied, so there is no point at which an abend leaves a
      * batch that cannot be restarted.
      *----------------------------------------------------------------
       INITIALIZE-MAINTENANCE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE
           PERFORM READ-MAINT-PARM
           PERFORM LOAD-OVERRIDE-RELEASES
           OPEN I-O PERSONNEL-FILE
           OPEN INPUT DEPARTMENT-MASTER
           OPEN INPUT GRADE-MASTER
           OPEN INPUT ESTABLISHMENT-FILE
           IF WS-ESTABLISHMENT-STATUS = "00"
               MOVE "Y" TO WS-ESTABLISHMENT-OPEN
           END-IF
           OPEN INPUT TRANSACTION-FILE
           PERFORM READ-TRANSACTION
           IF WS-EOF-TRANSACTIONS NOT = "Y" AND TRAN-IS-HEADER
               MOVE TRAN-BATCH-DATE TO WS-TRANIN-BATCH-DATE
           END-IF
           PERFORM CHECK-FOR-RESTART
           IF WS-RESTARTING = "Y"
               PERFORM GATHER-RESTART-WINDOW
               OPEN EXTEND REJECT-FILE
               IF WS-REJECT-STATUS = "35"
                   OPEN OUTPUT REJECT-FILE
               END-IF
           ELSE
               PERFORM COUNT-PENDING-BASE
               PERFORM COUNT-OVERRIDE-BASE
               OPEN OUTPUT REJECT-FILE
           END-IF
           OPEN OUTPUT CONTROL-REPORT-FILE
           OPEN EXTEND AUDIT-FILE
           IF WS-AUDIT-STATUS = "35"
           IF WS-PENDING-STATUS = "35"
               OPEN OUTPUT PENDING-FILE
           END-IF
           OPEN EXTEND OVERRIDE-HOLD-FILE
           IF WS-OVERRIDE-STATUS = "35"
               OPEN OUTPUT OVERRIDE-HOLD-FILE
           END-IF
           OPEN I-O LEAVE-FILE
           IF WS-LEAVE-STATUS = "35"
               OPEN OUTPUT LEAVE-FILE
               CLOSE STAFF-ID-CONTROL-FILE
               OPEN I-O STAFF-ID-CONTROL-FILE
           END-IF
           IF WS-RESTARTING = "Y"
               PERFORM SKIP-COMMITTED-TRANSACTIONS
               PERFORM REWRITE-RESTART-CHECKPOINT
           ELSE
               PERFORM COMMIT-CHECKPOINT
           END-IF.

      *----------------------------------------------------------------
      * The commit interval comes off MNTPARM.  Missing, zero or
      * unreadable means the default; anything past the most the
      * restart window can hold is cut back to that.
      *----------------------------------------------------------------
       READ-MAINT-PARM.
           OPEN INPUT MAINT-PARM-FILE
           IF WS-MAINT-PARM-STATUS = "00"
               READ MAINT-PARM-FILE
                   AT END
                       MOVE "Y" TO WS-EOF-PARM
               END-READ
               IF WS-EOF-PARM NOT = "Y"
                       AND PARM-COMMIT-INTERVAL IS NUMERIC
                       AND PARM-COMMIT-INTERVAL > 0
                   MOVE PARM-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
               END-IF
               CLOSE MAINT-PARM-FILE
           END-IF
           IF WS-COMMIT-INTERVAL > WS-MAX-COMMIT-INTERVAL
               MOVE WS-MAX-COMMIT-INTERVAL TO WS-COMMIT-INTERVAL
           END-IF.

      *----------------------------------------------------------------
      * A checkpoint record on file means the last run never finished.
      * For the same batch date this run is its restart; for any other
      * batch the unfinished one has to be dealt with first, so the
      * run stops before touching anything rather than apply a second
      * batch on top of half of the first.  Operations clear MNTCKPT
      * by hand only once that batch has been abandoned for good.
      *----------------------------------------------------------------
       CHECK-FOR-RESTART.
           MOVE "N" TO WS-CHECKPOINT-FOUND
           OPEN INPUT MAINT-CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS = "00"
               READ MAINT-CHECKPOINT-FILE INTO WS-MAINT-CHECKPOINT
                   AT END
                       MOVE "N" TO WS-CHECKPOINT-FOUND
                   NOT AT END
                       MOVE "Y" TO WS-CHECKPOINT-FOUND
               END-READ
               CLOSE MAINT-CHECKPOINT-FILE
           END-IF
           IF WS-CHECKPOINT-FOUND = "Y"
               IF PCKP-BATCH-DATE = WS-TRANIN-BATCH-DATE
                   MOVE "Y" TO WS-RESTARTING
                   PERFORM RESTORE-CHECKPOINT-COUNTS
               ELSE
                   DISPLAY "PERSONNEL-MAINT NOT RUN - CHECKPOINT HELD "
                       "FOR UNFINISHED BATCH " PCKP-BATCH-DATE
                   MOVE 16 TO RETURN-CODE
                   PERFORM RECORD-RUN-LEDGER-END
                   STOP RUN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * The register ESTAB-OVERRIDE-REL rewrote with its last release
      * batch.  No register means nothing has been released, and no
      * card's approval mark is honoured.
      *----------------------------------------------------------------
       LOAD-OVERRIDE-RELEASES.
           MOVE 0 TO WS-RELEASE-COUNT
           OPEN INPUT OVERRIDE-RELEASE-FILE
           IF WS-RELEASE-STATUS = "00"
               PERFORM BUFFER-ONE-RELEASE
                   UNTIL WS-EOF-RELEASES = "Y"
               CLOSE OVERRIDE-RELEASE-FILE
           END-IF.

       BUFFER-ONE-RELEASE.
           READ OVERRIDE-RELEASE-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RELEASES
           END-READ
           IF WS-EOF-RELEASES NOT = "Y"
               IF WS-RELEASE-COUNT >= WS-MAX-RELEASES
                   DISPLAY "PERSONNEL-MAINT NOT RUN - OVRREL HOLDS "
                       "MORE THAN " WS-MAX-RELEASES " RELEASES"
                   MOVE 16 TO RETURN-CODE
                   PERFORM RECORD-RUN-LEDGER-END
                   STOP RUN
               END-IF
               ADD 1 TO WS-RELEASE-COUNT
               MOVE ORL-OPERATOR-ID
                   TO WS-REL-OPERATOR-ID(WS-RELEASE-COUNT)
               MOVE ORL-ENTRY-TIMESTAMP
                   TO WS-REL-ENTRY-TIMESTAMP(WS-RELEASE-COUNT)
               MOVE ORL-STAFF-ID-NUMBER
                   TO WS-REL-STAFF-ID-NUMBER(WS-RELEASE-COUNT)
               MOVE ORL-TRAN-CODE
                   TO WS-REL-TRAN-CODE(WS-RELEASE-COUNT)
               MOVE ORL-AUTHORISING-ID
                   TO WS-REL-AUTHORISING-ID(WS-RELEASE-COUNT)
               MOVE "N" TO WS-REL-USED(WS-RELEASE-COUNT)
           END-IF.

      *----------------------------------------------------------------
      * Every count comes back exactly as it stood at the last commit,
      * and so does the run date - a restart after midnight still
      * holds and dates records the way the original attempt did.
      *----------------------------------------------------------------
       RESTORE-CHECKPOINT-COUNTS.
           MOVE PCKP-RUN-DATE TO WS-RUN-DATE
           MOVE PCKP-COMMIT-TIMESTAMP TO WS-COMMIT-TIMESTAMP
           MOVE PCKP-COMMIT-TIMESTAMP TO WS-RESUME-TIMESTAMP
           MOVE PCKP-TRANSACTIONS-CONSUMED TO WS-TRANSACTIONS-DISPOSED
           MOVE PCKP-TRANSACTIONS-CONSUMED TO WS-RESUME-AFTER
           MOVE PCKP-PENDING-BASE-COUNT TO WS-PENDING-BASE-COUNT
           MOVE PCKP-OVERRIDE-BASE-COUNT TO WS-OVERRIDE-BASE-COUNT
           ADD 1 TO PCKP-RESTART-COUNT
           MOVE PCKP-RESTART-COUNT TO WS-RESTART-COUNT
           MOVE PCKP-HEADER-SEEN TO WS-HEADER-SEEN
           MOVE PCKP-TRAILER-SEEN TO WS-TRAILER-SEEN
           IF PCKP-HEADER-SEEN = "Y"
               MOVE PCKP-BATCH-DATE TO WS-BATCH-DATE
           END-IF
           MOVE PCKP-EXPECTED-ADDS TO WS-EXPECTED-ADDS
           MOVE PCKP-EXPECTED-CHANGES TO WS-EXPECTED-CHANGES
           MOVE PCKP-EXPECTED-DELETES TO WS-EXPECTED-DELETES
           MOVE PCKP-READ-ADDS TO WS-READ-ADDS
           MOVE PCKP-READ-CHANGES TO WS-READ-CHANGES
           MOVE PCKP-READ-DELETES TO WS-READ-DELETES
           MOVE PCKP-APPLIED-ADDS TO WS-APPLIED-ADDS
           MOVE PCKP-APPLIED-CHANGES TO WS-APPLIED-CHANGES
           MOVE PCKP-APPLIED-DELETES TO WS-APPLIED-DELETES
           MOVE PCKP-REJECTED-ADDS TO WS-REJECTED-ADDS
           MOVE PCKP-REJECTED-CHANGES TO WS-REJECTED-CHANGES
           MOVE PCKP-REJECTED-DELETES TO WS-REJECTED-DELETES
           MOVE PCKP-REJECTED-OTHER TO WS-REJECTED-OTHER
           MOVE PCKP-HELD-ADDS TO WS-HELD-ADDS
           MOVE PCKP-HELD-CHANGES TO WS-HELD-CHANGES
           MOVE PCKP-HELD-DELETES TO WS-HELD-DELETES
           MOVE PCKP-AFTER-TRAILER-COUNT TO WS-AFTER-TRAILER-COUNT
           MOVE PCKP-OVERRIDE-HELD-ADDS TO WS-OVERRIDE-HELD-ADDS
           MOVE PCKP-OVERRIDE-HELD-CHANGES TO WS-OVERRIDE-HELD-CHANGES.

      *----------------------------------------------------------------
      * The failed attempt may have got further than its last commit.
      * Whatever it wrote after that point - rejects past the committed
      * reject count, holds past the committed hold count, journal
      * records stamped at or after the commit - is loaded here, so
      * the transaction that produced each one is recognised when it
      * comes round again and is counted, not applied a second time.
      *----------------------------------------------------------------
       GATHER-RESTART-WINDOW.
           MOVE 0 TO WS-WINDOW-COUNT
           COMPUTE WS-SCAN-SKIP = WS-REJECTED-ADDS
               + WS-REJECTED-CHANGES + WS-REJECTED-DELETES
               + WS-REJECTED-OTHER
           MOVE 0 TO WS-SCAN-COUNT
           MOVE "N" TO WS-EOF-RESTART-SCAN
           OPEN INPUT REJECT-FILE
           IF WS-REJECT-STATUS = "00"
               PERFORM SCAN-ONE-REJECT
                   UNTIL WS-EOF-RESTART-SCAN = "Y"
               CLOSE REJECT-FILE
           END-IF
           COMPUTE WS-SCAN-SKIP = WS-PENDING-BASE-COUNT
               + WS-HELD-ADDS + WS-HELD-CHANGES + WS-HELD-DELETES
           MOVE 0 TO WS-SCAN-COUNT
           MOVE "N" TO WS-EOF-RESTART-SCAN
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               PERFORM SCAN-ONE-PENDING
                   UNTIL WS-EOF-RESTART-SCAN = "Y"
               CLOSE PENDING-FILE
           END-IF
           COMPUTE WS-SCAN-SKIP = WS-OVERRIDE-BASE-COUNT
               + WS-OVERRIDE-HELD-ADDS + WS-OVERRIDE-HELD-CHANGES
           MOVE 0 TO WS-SCAN-COUNT
           MOVE "N" TO WS-EOF-RESTART-SCAN
           OPEN INPUT OVERRIDE-HOLD-FILE
           IF WS-OVERRIDE-STATUS = "00"
               PERFORM SCAN-ONE-OVERRIDE
                   UNTIL WS-EOF-RESTART-SCAN = "Y"
               CLOSE OVERRIDE-HOLD-FILE
           END-IF
           MOVE "N" TO WS-EOF-RESTART-SCAN
           OPEN INPUT AUDIT-FILE
           IF WS-AUDIT-STATUS = "00"
               PERFORM SCAN-ONE-JOURNAL-RECORD
                   UNTIL WS-EOF-RESTART-SCAN = "Y"
               CLOSE AUDIT-FILE
           END-IF
           MOVE WS-WINDOW-COUNT TO WS-WINDOW-OPEN
           IF WS-WINDOW-OVERFLOW = "Y"
               DISPLAY "PERSONNEL-MAINT NOT RUN - MORE OUTPUT AFTER "
                   "THE LAST COMMIT THAN A RESTART CAN RECONCILE"
               MOVE 16 TO RETURN-CODE
               PERFORM RECORD-RUN-LEDGER-END
               STOP RUN
           END-IF.

       SCAN-ONE-REJECT.
           READ REJECT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RESTART-SCAN
               NOT AT END
                   ADD 1 TO WS-SCAN-COUNT
                   IF WS-SCAN-COUNT > WS-SCAN-SKIP
                       MOVE "R" TO WS-MATCH-KIND
                       MOVE REJ-TRANSACTION-IMAGE TO WS-MATCH-KEY
                       PERFORM ADD-WINDOW-ENTRY
                   END-IF
           END-READ.

       SCAN-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RESTART-SCAN
               NOT AT END
                   ADD 1 TO WS-SCAN-COUNT
                   IF WS-SCAN-COUNT > WS-SCAN-SKIP
                       MOVE "P" TO WS-MATCH-KIND
                       MOVE PEND-TRANSACTION-IMAGE TO WS-MATCH-KEY
                       PERFORM ADD-WINDOW-ENTRY
                   END-IF
           END-READ.

       SCAN-ONE-OVERRIDE.
           READ OVERRIDE-HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RESTART-SCAN
               NOT AT END
                   ADD 1 TO WS-SCAN-COUNT
                   IF WS-SCAN-COUNT > WS-SCAN-SKIP
                       MOVE "O" TO WS-MATCH-KIND
                       MOVE OVR-TRANSACTION-IMAGE TO WS-MATCH-KEY
                       PERFORM ADD-WINDOW-ENTRY
                   END-IF
           END-READ.

      *----------------------------------------------------------------
      * A journal record is tied back to its transaction by who keyed
      * it, when, the transaction code and the staff id - a
      * reorganisation batch stamps every card with the same operator
      * and timestamp, so the staff id is what tells them apart.  An
      * add keyed with id zero was given its id on the way in; the
      * match for that one leaves the staff id out (FIND-WINDOW-ENTRY).
      *----------------------------------------------------------------
       SCAN-ONE-JOURNAL-RECORD.
           READ AUDIT-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RESTART-SCAN
               NOT AT END
                   IF AUD-TIMESTAMP NOT < WS-COMMIT-TIMESTAMP
                       MOVE AUD-OPERATOR-ID TO WS-JMK-OPERATOR-ID
                       MOVE AUD-ENTRY-TIMESTAMP
                           TO WS-JMK-ENTRY-TIMESTAMP
                       MOVE AUD-TRANSACTION-TYPE TO WS-JMK-TRAN-CODE
                       MOVE AUD-STAFF-ID-NUMBER TO WS-JMK-STAFF-ID
                       MOVE "A" TO WS-MATCH-KIND
                       MOVE WS-JOURNAL-MATCH-KEY TO WS-MATCH-KEY
                       PERFORM ADD-WINDOW-ENTRY
                   END-IF
           END-READ.

       ADD-WINDOW-ENTRY.
           IF WS-WINDOW-COUNT < WS-MAX-WINDOW
               ADD 1 TO WS-WINDOW-COUNT
               MOVE WS-MATCH-KIND TO WS-WINDOW-KIND(WS-WINDOW-COUNT)
               MOVE WS-MATCH-KEY TO WS-WINDOW-KEY(WS-WINDOW-COUNT)
               MOVE "N" TO WS-WINDOW-USED(WS-WINDOW-COUNT)
           ELSE
               MOVE "Y" TO WS-WINDOW-OVERFLOW
           END-IF.

      *----------------------------------------------------------------
      * A fresh run counts what is already waiting on the hold file,
      * so a restart can tell this batch's holds from older ones.
      *----------------------------------------------------------------
       COUNT-PENDING-BASE.
           MOVE 0 TO WS-PENDING-BASE-COUNT
           MOVE "N" TO WS-EOF-RESTART-SCAN
           OPEN INPUT PENDING-FILE
           IF WS-PENDING-STATUS = "00"
               PERFORM COUNT-ONE-PENDING
                   UNTIL WS-EOF-RESTART-SCAN = "Y"
               CLOSE PENDING-FILE
           END-IF.

       COUNT-ONE-PENDING.
           READ PENDING-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RESTART-SCAN
               NOT AT END
                   ADD 1 TO WS-PENDING-BASE-COUNT
           END-READ.

       COUNT-OVERRIDE-BASE.
           MOVE 0 TO WS-OVERRIDE-BASE-COUNT
           MOVE "N" TO WS-EOF-RESTART-SCAN
           OPEN INPUT OVERRIDE-HOLD-FILE
           IF WS-OVERRIDE-STATUS = "00"
               PERFORM COUNT-ONE-OVERRIDE
                   UNTIL WS-EOF-RESTART-SCAN = "Y"
               CLOSE OVERRIDE-HOLD-FILE
           END-IF.

       COUNT-ONE-OVERRIDE.
           READ OVERRIDE-HOLD-FILE
               AT END
                   MOVE "Y" TO WS-EOF-RESTART-SCAN
               NOT AT END
                   ADD 1 TO WS-OVERRIDE-BASE-COUNT
           END-READ.

      *----------------------------------------------------------------
      * TRANIN records up to the committed count were disposed of by
      * the failed attempt and are read past untouched.  A TRANIN that
      * runs out first is not the file the checkpoint was taken
      * against; the control report says so and the run goes out of
      * balance.
      *----------------------------------------------------------------
       SKIP-COMMITTED-TRANSACTIONS.
           PERFORM READ-TRANSACTION
               UNTIL WS-TRANSACTIONS-CONSUMED > WS-RESUME-AFTER
                  OR WS-EOF-TRANSACTIONS = "Y"
           IF WS-TRANSACTIONS-CONSUMED < WS-RESUME-AFTER
               MOVE "Y" TO WS-RESTART-SHORT
           END-IF.

      *----------------------------------------------------------------
      * The restart is booked on the checkpoint straight away - but the
      * commit point and counts are left exactly as they were, since
      * nothing re-presented after the commit has been matched off yet.
      *----------------------------------------------------------------
       REWRITE-RESTART-CHECKPOINT.
           OPEN OUTPUT MAINT-CHECKPOINT-FILE
           WRITE MAINT-CHECKPOINT-RECORD FROM WS-MAINT-CHECKPOINT
           CLOSE MAINT-CHECKPOINT-FILE.

      *----------------------------------------------------------------
      * A commit closes and reopens the journal, reject and hold files
      * so everything written so far is really on them, then records
      * how far through TRANIN the run has got and every count as it
      * stands.  The timestamp is taken after the files are hardened,
      * so any journal record stamped at or after it belongs to work
      * past the commit.
      *----------------------------------------------------------------
       COMMIT-CHECKPOINT.
           CLOSE AUDIT-FILE
           OPEN EXTEND AUDIT-FILE
           CLOSE REJECT-FILE
           OPEN EXTEND REJECT-FILE
           CLOSE PENDING-FILE
           OPEN EXTEND PENDING-FILE
           CLOSE OVERRIDE-HOLD-FILE
           OPEN EXTEND OVERRIDE-HOLD-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-COMMIT-TIMESTAMP
           MOVE WS-TRANIN-BATCH-DATE TO PCKP-BATCH-DATE
           MOVE WS-RUN-DATE TO PCKP-RUN-DATE
           MOVE WS-COMMIT-TIMESTAMP TO PCKP-COMMIT-TIMESTAMP
           MOVE WS-TRANSACTIONS-DISPOSED TO PCKP-TRANSACTIONS-CONSUMED
           MOVE WS-PENDING-BASE-COUNT TO PCKP-PENDING-BASE-COUNT
           MOVE WS-OVERRIDE-BASE-COUNT TO PCKP-OVERRIDE-BASE-COUNT
           MOVE WS-RESTART-COUNT TO PCKP-RESTART-COUNT
           MOVE WS-HEADER-SEEN TO PCKP-HEADER-SEEN
           MOVE WS-TRAILER-SEEN TO PCKP-TRAILER-SEEN
           MOVE WS-EXPECTED-ADDS TO PCKP-EXPECTED-ADDS
           MOVE WS-EXPECTED-CHANGES TO PCKP-EXPECTED-CHANGES
           MOVE WS-EXPECTED-DELETES TO PCKP-EXPECTED-DELETES
           MOVE WS-READ-ADDS TO PCKP-READ-ADDS
           MOVE WS-READ-CHANGES TO PCKP-READ-CHANGES
           MOVE WS-READ-DELETES TO PCKP-READ-DELETES
           MOVE WS-APPLIED-ADDS TO PCKP-APPLIED-ADDS
           MOVE WS-APPLIED-CHANGES TO PCKP-APPLIED-CHANGES
           MOVE WS-APPLIED-DELETES TO PCKP-APPLIED-DELETES
           MOVE WS-REJECTED-ADDS TO PCKP-REJECTED-ADDS
           MOVE WS-REJECTED-CHANGES TO PCKP-REJECTED-CHANGES
           MOVE WS-REJECTED-DELETES TO PCKP-REJECTED-DELETES
           MOVE WS-REJECTED-OTHER TO PCKP-REJECTED-OTHER
           MOVE WS-HELD-ADDS TO PCKP-HELD-ADDS
           MOVE WS-HELD-CHANGES TO PCKP-HELD-CHANGES
           MOVE WS-HELD-DELETES TO PCKP-HELD-DELETES
           MOVE WS-AFTER-TRAILER-COUNT TO PCKP-AFTER-TRAILER-COUNT
           MOVE WS-OVERRIDE-HELD-ADDS TO PCKP-OVERRIDE-HELD-ADDS
           MOVE WS-OVERRIDE-HELD-CHANGES TO PCKP-OVERRIDE-HELD-CHANGES
           OPEN OUTPUT MAINT-CHECKPOINT-FILE
           WRITE MAINT-CHECKPOINT-RECORD FROM WS-MAINT-CHECKPOINT
           CLOSE MAINT-CHECKPOINT-FILE
           MOVE 0 TO WS-SINCE-COMMIT.

      *----------------------------------------------------------------
      * A batch that ran to the end - in balance or not - leaves an
      * empty checkpoint file, so tomorrow's run starts fresh.
      *----------------------------------------------------------------
       CLEAR-CHECKPOINT.
           OPEN OUTPUT MAINT-CHECKPOINT-FILE
           CLOSE MAINT-CHECKPOINT-FILE.

      *----------------------------------------------------------------
      * Nothing gets applied without knowing who keyed it - a
                   PERFORM NOTE-BATCH-TRAILER
               WHEN OTHER
                   PERFORM COUNT-TRANSACTION-READ
                   PERFORM CHECK-ALREADY-DISPOSED
                   IF WS-ALREADY-DISPOSED NOT = "Y"
                       PERFORM DISPOSE-OF-TRANSACTION
                   END-IF
           END-EVALUATE
           ADD 1 TO WS-TRANSACTIONS-DISPOSED
           ADD 1 TO WS-SINCE-COMMIT
           IF WS-SINCE-COMMIT >= WS-COMMIT-INTERVAL
               PERFORM COMMIT-CHECKPOINT
           END-IF
           PERFORM READ-TRANSACTION.

       DISPOSE-OF-TRANSACTION.
           IF TRAN-OPERATOR-ID = SPACES
                   OR TRAN-OPERATOR-ID = LOW-VALUES
               MOVE "REJECTED - NO OPERATOR ID"
                   TO WS-REJECT-REASON
               PERFORM REJECT-TRANSACTION
           ELSE
      *        An unknown code is rejected before the effective date
      *        is even looked at - holding it would park a record no
      *        release run can ever turn into a valid transaction,
      *        invisible to the control report until it bounced weeks
      *        later.
               IF NOT TRAN-IS-ADD AND NOT TRAN-IS-CHANGE
                       AND NOT TRAN-IS-DELETE
                   MOVE "UNKNOWN TRANSACTION CODE"
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               ELSE
                   IF TRAN-EFFECTIVE-DATE IS NUMERIC
                           AND TRAN-EFFECTIVE-DATE > WS-RUN-DATE
                       PERFORM HOLD-FUTURE-TRANSACTION
                   ELSE
                       PERFORM APPLY-ONE-TRANSACTION
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Only a restart has anything to match against, and only until
      * every record the failed attempt wrote after its commit has
      * been claimed.  A transaction found there was already applied,
      * rejected or held - it is counted the way it went the first
      * time and left alone.
      *----------------------------------------------------------------
       CHECK-ALREADY-DISPOSED.
           MOVE "N" TO WS-ALREADY-DISPOSED
           IF WS-WINDOW-OPEN > 0
               IF TRAN-IS-ADD AND TRAN-STAFF-ID-NUMBER = 0
                   MOVE "Y" TO WS-MATCH-ANY-STAFF-ID
               ELSE
                   MOVE "N" TO WS-MATCH-ANY-STAFF-ID
               END-IF
               MOVE TRAN-OPERATOR-ID TO WS-JMK-OPERATOR-ID
               MOVE TRAN-ENTRY-TIMESTAMP TO WS-JMK-ENTRY-TIMESTAMP
               MOVE TRAN-CODE TO WS-JMK-TRAN-CODE
               MOVE TRAN-STAFF-ID-NUMBER TO WS-JMK-STAFF-ID
               MOVE "A" TO WS-MATCH-KIND
               MOVE WS-JOURNAL-MATCH-KEY TO WS-MATCH-KEY
               PERFORM FIND-WINDOW-ENTRY
               IF WS-WINDOW-FOUND = "Y"
                   EVALUATE TRUE
                       WHEN TRAN-IS-ADD
                           ADD 1 TO WS-APPLIED-ADDS
                       WHEN TRAN-IS-CHANGE
                           ADD 1 TO WS-APPLIED-CHANGES
                       WHEN TRAN-IS-DELETE
                           ADD 1 TO WS-APPLIED-DELETES
                   END-EVALUATE
               ELSE
                   MOVE "R" TO WS-MATCH-KIND
                   MOVE TRANSACTION-RECORD TO WS-MATCH-KEY
                   PERFORM FIND-WINDOW-ENTRY
                   IF WS-WINDOW-FOUND = "Y"
                       EVALUATE TRUE
                           WHEN TRAN-IS-ADD
                               ADD 1 TO WS-REJECTED-ADDS
                           WHEN TRAN-IS-CHANGE
                               ADD 1 TO WS-REJECTED-CHANGES
                           WHEN TRAN-IS-DELETE
                               ADD 1 TO WS-REJECTED-DELETES
                           WHEN OTHER
                               ADD 1 TO WS-REJECTED-OTHER
                       END-EVALUATE
                   ELSE
                       MOVE "P" TO WS-MATCH-KIND
                       PERFORM FIND-WINDOW-ENTRY
                       IF WS-WINDOW-FOUND = "Y"
                           EVALUATE TRUE
                               WHEN TRAN-IS-ADD
                                   ADD 1 TO WS-HELD-ADDS
                               WHEN TRAN-IS-CHANGE
                                   ADD 1 TO WS-HELD-CHANGES
                               WHEN TRAN-IS-DELETE
                                   ADD 1 TO WS-HELD-DELETES
                           END-EVALUATE
                       ELSE
                           MOVE "O" TO WS-MATCH-KIND
                           PERFORM FIND-WINDOW-ENTRY
                           IF WS-WINDOW-FOUND = "Y"
                               IF TRAN-IS-ADD
                                   ADD 1 TO WS-OVERRIDE-HELD-ADDS
                               ELSE
                                   ADD 1 TO WS-OVERRIDE-HELD-CHANGES
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               END-IF
               IF WS-WINDOW-FOUND = "Y"
                   MOVE "Y" TO WS-ALREADY-DISPOSED
                   ADD 1 TO WS-REDISPOSED-COUNT
                   SUBTRACT 1 FROM WS-WINDOW-OPEN
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Each window entry is claimed once, so two identical
      * transactions both disposed of before the abend are each
      * matched off in turn.  A re-presented add keyed with id zero
      * still carries zero, but the journal record and any reject it
      * left behind carry the id it was issued - for that add the
      * staff id is zeroed in the entry before comparing, so it is
      * matched on its original key.  Holds are written before an id
      * is issued and already carry zero.
      *----------------------------------------------------------------
       FIND-WINDOW-ENTRY.
           MOVE "N" TO WS-WINDOW-FOUND
           MOVE 0 TO WS-WINDOW-INDEX
           PERFORM CHECK-ONE-WINDOW-ENTRY
               UNTIL WS-WINDOW-FOUND = "Y"
                  OR WS-WINDOW-INDEX >= WS-WINDOW-COUNT.

       CHECK-ONE-WINDOW-ENTRY.
           ADD 1 TO WS-WINDOW-INDEX
           MOVE WS-WINDOW-KEY(WS-WINDOW-INDEX) TO WS-WINDOW-COMPARE-KEY
           IF WS-MATCH-ANY-STAFF-ID = "Y"
               IF WS-MATCH-KIND = "A"
                   MOVE 0 TO WS-WCJ-STAFF-ID
               ELSE
                   MOVE 0 TO WS-WCI-STAFF-ID
               END-IF
           END-IF
           IF WS-WINDOW-USED(WS-WINDOW-INDEX) = "N"
                   AND WS-WINDOW-KIND(WS-WINDOW-INDEX) = WS-MATCH-KIND
                   AND WS-WINDOW-COMPARE-KEY = WS-MATCH-KEY
               MOVE "Y" TO WS-WINDOW-FOUND
               MOVE "Y" TO WS-WINDOW-USED(WS-WINDOW-INDEX)
           END-IF.

      *----------------------------------------------------------------
      * Every detail record is counted as read by code - and against
           READ TRANSACTION-FILE
               AT END
                   MOVE "Y" TO WS-EOF-TRANSACTIONS
               NOT AT END
                   ADD 1 TO WS-TRANSACTIONS-CONSUMED
           END-READ.

      *----------------------------------------------------------------
                       TO WS-REJECT-REASON
                   PERFORM REJECT-TRANSACTION
               WHEN OTHER
                   PERFORM CHECK-ADD-ESTABLISHMENT
                   EVALUATE TRUE
                       WHEN WS-OVERRIDE-UNRELEASED = "Y"
                           MOVE "ADD REJ - OVERRIDE NOT RELEASED"
                               TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION
                       WHEN WS-POST-AVAILABLE = "Y"
                           PERFORM APPLY-ADD-EMPLOYEE
                       WHEN TRAN-AUTHORISING-ID = SPACES
                               OR TRAN-AUTHORISING-ID = LOW-VALUES
                           MOVE "ADD REJ - OVER ESTABLISHMENT"
                               TO WS-REJECT-REASON
                           PERFORM REJECT-TRANSACTION
                       WHEN OTHER
                           PERFORM HOLD-FOR-OVERRIDE
                   END-EVALUATE
           END-EVALUATE.

       APPLY-ADD-EMPLOYEE.
                           TO WS-REJECT-REASON
                       PERFORM REJECT-TRANSACTION
                   WHEN OTHER
                       PERFORM CHECK-CHANGE-ESTABLISHMENT
                       EVALUATE TRUE
                           WHEN WS-PERSONNEL-STATUS NOT = "00"
                               MOVE "CHANGE FAILED - REREAD"
                                   TO WS-REJECT-REASON
                               PERFORM REJECT-TRANSACTION
                           WHEN WS-OVERRIDE-UNRELEASED = "Y"
                               MOVE "CHANGE REJ - OVERRIDE NOT RELEASED"
                                   TO WS-REJECT-REASON
                               PERFORM REJECT-TRANSACTION
                           WHEN WS-POST-AVAILABLE = "Y"
                               PERFORM APPLY-CHANGE-EMPLOYEE
                           WHEN TRAN-AUTHORISING-ID = SPACES
                                   OR TRAN-AUTHORISING-ID = LOW-VALUES
                               MOVE "CHANGE REJ - OVER ESTABLISHMENT"
                                   TO WS-REJECT-REASON
                               PERFORM REJECT-TRANSACTION
                           WHEN OTHER
                               PERFORM HOLD-FOR-OVERRIDE
                       END-EVALUATE
               END-EVALUATE
           ELSE
               MOVE "CHANGE FAILED - NO SUCH ID"
               REWRITE LEAVE-RECORD
           END-IF.

      *----------------------------------------------------------------
      * Position control.  An add, or a change that puts someone into
      * a department/grade they did not already hold a post in (a
      * transfer, a grade change, or a terminated employee coming
      * back), needs a vacancy there - unless the new record is
      * itself terminated, which fills no post.  A transaction fed
      * back by ESTAB-OVERRIDE-REL has already been approved past the
      * establishment and is let through, but only when it matches an
      * entry on that program's release register - same operator,
      * entry timestamp, staff id, transaction code and authorising
      * id.  The approval mark alone proves nothing, since whoever
      * keys the card can set it.
      *----------------------------------------------------------------
       CHECK-ADD-ESTABLISHMENT.
           MOVE "Y" TO WS-POST-AVAILABLE
           PERFORM CHECK-OVERRIDE-IN-FORCE
           IF TRAN-EMPLOYMENT-STATUS NOT = "T"
                   AND WS-OVERRIDE-IN-FORCE NOT = "Y"
               PERFORM CHECK-POST-AVAILABLE
           END-IF.

      *----------------------------------------------------------------
      * Counting the posts filled walks PERSONNEL-FILE, so the
      * employee being changed is read back by key afterwards before
      * anything is applied to it.
      *----------------------------------------------------------------
       CHECK-CHANGE-ESTABLISHMENT.
           MOVE "Y" TO WS-POST-AVAILABLE
           PERFORM CHECK-OVERRIDE-IN-FORCE
           IF TRAN-EMPLOYMENT-STATUS NOT = "T"
                   AND WS-OVERRIDE-IN-FORCE NOT = "Y"
                   AND (TRAN-DEPARTMENT-CODE NOT = DEPARTMENT-CODE
                   OR TRAN-SALARY-GRADE NOT = SALARY-GRADE
                   OR EMPLOYMENT-IS-TERMINATED)
               PERFORM CHECK-POST-AVAILABLE
               MOVE TRAN-STAFF-ID-NUMBER TO STAFF-ID-NUMBER
               READ PERSONNEL-FILE KEY IS STAFF-ID-NUMBER
           END-IF.

       CHECK-OVERRIDE-IN-FORCE.
           MOVE "N" TO WS-OVERRIDE-IN-FORCE
           MOVE "N" TO WS-OVERRIDE-UNRELEASED
           IF TRAN-OVERRIDE-APPROVED
               MOVE 0 TO WS-RELEASE-INDEX
               PERFORM CHECK-ONE-RELEASE
                   UNTIL WS-RELEASE-INDEX >= WS-RELEASE-COUNT
                      OR WS-OVERRIDE-IN-FORCE = "Y"
               IF WS-OVERRIDE-IN-FORCE NOT = "Y"
                   MOVE "Y" TO WS-OVERRIDE-UNRELEASED
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Each release is honoured once - a second copy of a released
      * card is not released by it.
      *----------------------------------------------------------------
       CHECK-ONE-RELEASE.
           ADD 1 TO WS-RELEASE-INDEX
           IF WS-REL-USED(WS-RELEASE-INDEX) = "N"
                   AND WS-REL-OPERATOR-ID(WS-RELEASE-INDEX)
                       = TRAN-OPERATOR-ID
                   AND WS-REL-ENTRY-TIMESTAMP(WS-RELEASE-INDEX)
                       = TRAN-ENTRY-TIMESTAMP
                   AND WS-REL-STAFF-ID-NUMBER(WS-RELEASE-INDEX)
                       = TRAN-STAFF-ID-NUMBER
                   AND WS-REL-TRAN-CODE(WS-RELEASE-INDEX) = TRAN-CODE
                   AND WS-REL-AUTHORISING-ID(WS-RELEASE-INDEX)
                       = TRAN-AUTHORISING-ID
               MOVE "Y" TO WS-REL-USED(WS-RELEASE-INDEX)
               MOVE "Y" TO WS-OVERRIDE-IN-FORCE
           END-IF.

      *----------------------------------------------------------------
      * A department/grade with no establishment record - or no
      * establishment file at all - is not under control and always
      * has room.
      *----------------------------------------------------------------
       CHECK-POST-AVAILABLE.
           MOVE "Y" TO WS-POST-AVAILABLE
           MOVE 0 TO WS-POSTS-AUTHORISED
           MOVE 0 TO WS-POSTS-FILLED
           IF WS-ESTABLISHMENT-OPEN = "Y"
               MOVE TRAN-DEPARTMENT-CODE TO EST-DEPARTMENT-CODE
               MOVE TRAN-SALARY-GRADE TO EST-SALARY-GRADE
               READ ESTABLISHMENT-FILE KEY IS EST-KEY
               IF WS-ESTABLISHMENT-STATUS = "00"
                   MOVE EST-AUTHORISED-HEADCOUNT
                       TO WS-POSTS-AUTHORISED
                   PERFORM COUNT-POSTS-FILLED
                   IF WS-POSTS-FILLED >= WS-POSTS-AUTHORISED
                       MOVE "N" TO WS-POST-AVAILABLE
                   END-IF
               END-IF
           END-IF.

       COUNT-POSTS-FILLED.
           MOVE "N" TO WS-EOF-POST-SCAN
           MOVE TRAN-DEPARTMENT-CODE TO DEPARTMENT-CODE
           START PERSONNEL-FILE KEY IS EQUAL TO DEPARTMENT-CODE
               INVALID KEY
                   MOVE "Y" TO WS-EOF-POST-SCAN
           END-START
           PERFORM COUNT-ONE-POST
               UNTIL WS-EOF-POST-SCAN = "Y".

       COUNT-ONE-POST.
           READ PERSONNEL-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO WS-EOF-POST-SCAN
           END-READ
           IF WS-EOF-POST-SCAN NOT = "Y"
               IF DEPARTMENT-CODE NOT = TRAN-DEPARTMENT-CODE
                   MOVE "Y" TO WS-EOF-POST-SCAN
               ELSE
                   IF SALARY-GRADE = TRAN-SALARY-GRADE
                           AND NOT EMPLOYMENT-IS-TERMINATED
                       ADD 1 TO WS-POSTS-FILLED
                   END-IF
               END-IF
           END-IF.

      *----------------------------------------------------------------
      * Held, not rejected: the complete image goes to the override
      * file with the counts that stopped it, for ESTAB-OVERRIDE-REL
      * to feed back in once Finance approves.  An add is held before
      * it is given a staff id, so a declined one never uses one up.
      *----------------------------------------------------------------
       HOLD-FOR-OVERRIDE.
           MOVE TRANSACTION-RECORD TO OVR-TRANSACTION-IMAGE
           MOVE WS-POSTS-AUTHORISED TO OVR-AUTHORISED-HEADCOUNT
           MOVE WS-POSTS-FILLED TO OVR-FILLED-HEADCOUNT
           MOVE WS-RUN-DATE TO OVR-QUEUED-DATE
           WRITE OVERRIDE-HOLD-RECORD
           IF TRAN-IS-ADD
               ADD 1 TO WS-OVERRIDE-HELD-ADDS
           ELSE
               ADD 1 TO WS-OVERRIDE-HELD-CHANGES
           END-IF.

       VALIDATE-DEPARTMENT-CODE.
           MOVE TRAN-DEPARTMENT-CODE TO DEPT-MASTER-CODE
           READ DEPARTMENT-MASTER KEY IS DEPT-MASTER-CODE
           CLOSE AUDIT-FILE
           CLOSE STAFF-ID-CONTROL-FILE
           CLOSE PENDING-FILE
           CLOSE OVERRIDE-HOLD-FILE
           IF WS-ESTABLISHMENT-OPEN = "Y"
               CLOSE ESTABLISHMENT-FILE
           END-IF
           CLOSE LEAVE-FILE
           PERFORM CLEAR-CHECKPOINT.

      *----------------------------------------------------------------
      * End-of-job balancing.  The run is out of balance when the
               WRITE CONTROL-REPORT-LINE
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF
           IF WS-RESTART-COUNT > 0
               PERFORM PRINT-RESTART-LINES
           END-IF
           MOVE "ADDS     " TO WS-CTL-TRAN-LABEL
           MOVE WS-EXPECTED-ADDS TO WS-CTL-EXPECTED
           MOVE WS-READ-ADDS TO WS-CTL-READ
               MOVE WS-REJECTED-OTHER TO WS-CTL-OTHER-REJECTED
               WRITE CONTROL-REPORT-LINE FROM WS-CTL-OTHER-LINE
           END-IF
           IF WS-OVERRIDE-HELD-ADDS > 0 OR WS-OVERRIDE-HELD-CHANGES > 0
               MOVE WS-OVERRIDE-HELD-ADDS TO WS-CTL-OVERRIDE-ADDS
               MOVE WS-OVERRIDE-HELD-CHANGES TO WS-CTL-OVERRIDE-CHANGES
               WRITE CONTROL-REPORT-LINE FROM WS-CTL-OVERRIDE-LINE
           END-IF
           IF WS-TRAILER-SEEN NOT = "Y"
               MOVE "*** NO TRAILER - TRANIN MAY BE TRUNCATED ***"
                   TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
           END-IF.

      *----------------------------------------------------------------
      * A restarted run says so up front - how many times, where the
      * last restart picked up, and how many transactions the failed
      * attempt had already disposed of past its commit.  The counts
      * that follow are for the whole batch, as if it ran once.
      *----------------------------------------------------------------
       PRINT-RESTART-LINES.
           MOVE WS-RESTART-COUNT TO WS-CTL-RESTART-COUNT
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-RESTART-LINE
           MOVE WS-RESUME-AFTER TO WS-CTL-RESUME-AFTER
           MOVE WS-RESUME-TIMESTAMP(1:14) TO WS-CTL-COMMIT-TIMESTAMP
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-RESUME-LINE
           MOVE WS-REDISPOSED-COUNT TO WS-CTL-REDISPOSED
           WRITE CONTROL-REPORT-LINE FROM WS-CTL-REDISPOSED-LINE
           IF WS-RESTART-SHORT = "Y"
               MOVE "*** TRANIN SHORTER THAN CHECKPOINT - WRONG FILE?"
                   TO CONTROL-REPORT-LINE
               WRITE CONTROL-REPORT-LINE
               MOVE "Y" TO WS-OUT-OF-BALANCE
           END-IF.

       END PROGRAM PERSONNEL-MAINT.
