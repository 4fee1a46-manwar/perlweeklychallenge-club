      *    found the files disagreeing ends with return code 8 and
      *    posts nothing, so a restart re-checks and keeps the
      *    discrepancy in front of the operators.
      *  - The master record now carries the content fingerprint
      *    and duplicate marking PRC-257-6 files with each matrix,
      *    and the fingerprint is an alternate key; the file is
      *    declared here exactly as the load step declares it.
      *  - The run-status record now carries the step's start and
      *    end timestamps (system date and time of day, to the
      *    second), so PRC-257-29 can time the step against the
      *    batch window. A run that ends with return code 8 posts
      *    it too, in state WARN, which PRC-257-14 does not resume
      *    past, so the nights this step flags are timed as well.
      *  - A verdict whose matrix PRC-257-6 left off the master
      *    under DUP-MODE SKIP is no longer an orphan: the load
      *    step's skip ledger 'ch-2.skp' accounts for it, and it
      *    is counted apart rather than raised as a fault.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-13.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           ALTERNATE RECORD KEY IS MST-FINGERPRINT WITH DUPLICATES
           FILE STATUS IS MASTER-STATUS.

           SELECT OPTIONAL SKIP-FILE
           ASSIGN TO 'ch-2.skp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SKIP-STATUS.

           SELECT OPTIONAL CONTROL-CARDS
           ASSIGN TO 'chain.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           03 MST-RUN-DATE PIC X(8).
           03 MST-DIM-X PIC 9(2).
           03 MST-DIM-Y PIC 9(2).
           03 MST-FINGERPRINT PIC 9(9).
           03 MST-DUP-FLAG PIC X(1).
             88 MST-DUPLICATE VALUE 'D'.
           03 MST-DUP-OF-KEY.
             05 MST-DUP-OF-RUN-ID PIC X(8).
             05 MST-DUP-OF-MATRIX-NUM PIC 9(2).
           03 MST-DUP-OF-RUN-DATE PIC X(8).
           03 MST-ROW-TEXT OCCURS 20 TIMES PIC X(80).
         FD SKIP-FILE.
         01 SKIP-IN-REC PIC X(80).
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         FD STATUS-FILE.
           03 STS-PROGRAM PIC X(10) VALUE 'PRC-257-13'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-STATE PIC X(4) VALUE 'DONE'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-STARTED PIC X(14).
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-ENDED PIC X(14).
         01 STEP-STARTED.
           03 STARTED-DATE PIC X(8).
           03 STARTED-TIME PIC X(6).
         01 STAMP-NOW.
           03 STAMP-DATE PIC X(8).
           03 STAMP-TIME PIC X(6).
         01 TIME-NOW PIC X(8).
         01 HISTORY-STATUS PIC X(2).
           88 HISTORY-FOUND VALUE '00'.
           88 HISTORY-EOF VALUE '10'.
         01 SKIP-STATUS PIC X(2).
           88 SKIP-FOUND VALUE '00'.
           88 SKIP-EOF VALUE '10'.
         01 SKIP-REC.
           03 SKP-RUN-ID PIC X(8).
           03 FILLER PIC X(1).
           03 SKP-MATRIX-NUM PIC 9(2).
           03 FILLER PIC X(1).
           03 SKP-RUN-DATE PIC X(8).
           03 FILLER PIC X(1).
           03 SKP-ORIG-RUN-ID PIC X(8).
           03 FILLER PIC X(1).
           03 SKP-ORIG-MATRIX-NUM PIC 9(2).
           03 FILLER PIC X(1).
           03 SKP-ORIG-RUN-DATE PIC X(8).
         01 MASTER-STATUS PIC X(2).
           88 MASTER-OK VALUE '00'.
         01 HISTORY-REC.
         01 COUNT-NO-VERDICT PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 COUNT-NO-MASTER PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 COUNT-DIM-MISMATCH PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 COUNT-SKIPPED-DUP PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 TOTAL-FAULTS PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 FILLER PIC X(1) VALUE 'N'.
           88 WALK-NOT-DONE VALUE 'N'.
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO STEP-STARTED.
           PERFORM READ-CONTROL-CARDS.
           IF (RUN-DATE-DEFAULTED)
             ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           DISPLAY 'MASTER / HISTORY RECONCILIATION'.
           PERFORM WALK-MASTER-FILE.
           CLOSE MATRIX-MASTER.
           PERFORM APPLY-SKIP-LEDGER.
           PERFORM REPORT-HISTORY-ORPHANS.
           PERFORM PRINT-SUMMARY.
           COMPUTE TOTAL-FAULTS = COUNT-NO-VERDICT

      * A clean finish is posted to the chain run-status file, so
      * the PRC-257-14 controller can skip this step on a restart.
      * A run that ends with return code 8 posts in state WARN
      * instead: it ran, and its date and times are on record, but
      * only DONE lets the controller skip it, so a restart still
      * does it again. Any other nonzero return code posts nothing
      * -- it is exactly the step a restart has to do again.
         WRITE-RUN-STATUS.
           IF (RETURN-CODE IS ZERO) OR (RETURN-CODE = 8)
             IF (RETURN-CODE = 8)
               MOVE 'WARN' TO STS-STATE
             END-IF
             MOVE CTL-RUN-ID TO STS-RUN-ID
             MOVE CTL-RUN-DATE TO STS-RUN-DATE
             PERFORM TAKE-TIMESTAMP
             MOVE STEP-STARTED TO STS-STARTED
             MOVE STAMP-NOW TO STS-ENDED
             OPEN EXTEND STATUS-FILE
             MOVE STATUS-REC TO STATUS-OUT-REC
             WRITE STATUS-OUT-REC
           END-IF.
           EXIT.

      * The system date and the time of day to the second, taken
      * once as the step starts and again as each record is
      * written, so the start and end stamps show how long the
      * step ran and when -- the batch-window report's evidence.
         TAKE-TIMESTAMP.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO STAMP-TIME.
           EXIT.

      * The whole chain reads the same control-card file at
      * startup; this program only needs RUN-ID and RUN-DATE, the
      * identity its status record posts under. A '*' card is a
           END-IF.
           EXIT.

      * PRC-257-6 records each matrix it left off the master as a
      * duplicate under DUP-MODE SKIP. A history key the master
      * walk did not find, but the skip ledger names, had its
      * verdict taken and its matrix deliberately not filed; it is
      * marked 'S' so it is counted apart and not as an orphan.
      * A key the master does carry is left as the walk found it.
         APPLY-SKIP-LEDGER.
           OPEN INPUT SKIP-FILE.
           IF (SKIP-FOUND)
             PERFORM READ-SKIP-RECORD
             PERFORM MARK-ONE-SKIPPED UNTIL SKIP-EOF
           END-IF.
           CLOSE SKIP-FILE.
           EXIT.

         READ-SKIP-RECORD.
           READ SKIP-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

         MARK-ONE-SKIPPED.
           MOVE SKIP-IN-REC TO SKIP-REC.
           MOVE ZERO TO HIST-SLOT.
           PERFORM MATCH-SKIP-KEY VARYING HIST-IDX FROM 1 BY 1
             UNTIL HIST-IDX > HIST-COUNT OR HIST-SLOT IS NOT ZERO.
           IF (HIST-SLOT IS NOT ZERO)
             IF (HT-MATCHED(HIST-SLOT) = 'N')
               MOVE 'S' TO HT-MATCHED(HIST-SLOT)
               ADD 1 TO COUNT-SKIPPED-DUP
             END-IF
           END-IF.
           PERFORM READ-SKIP-RECORD.
           EXIT.

         MATCH-SKIP-KEY.
           IF (HT-RUN-ID(HIST-IDX) = SKP-RUN-ID)
              AND (HT-MATRIX-NUM(HIST-IDX) = SKP-MATRIX-NUM)
             MOVE HIST-IDX TO HIST-SLOT
           END-IF.
           EXIT.

      * What the master walk never touched is a verdict for a
      * matrix the master no longer carries -- the orphans a purge
      * or a re-load leaves behind, and the NOT ON FILE surprises
           EXIT.

         CHECK-ONE-ORPHAN.
           IF (HT-MATCHED(HIST-IDX) = 'N')
             ADD 1 TO COUNT-NO-MASTER
             DISPLAY '  VERDICT ON HISTORY, NOT ON MASTER: RUN '
               HT-RUN-ID(HIST-IDX) ' MATRIX '
           DISPLAY 'ON MASTER, NO VERDICT:  ' COUNT-NO-VERDICT.
           DISPLAY 'ON HISTORY, NO MASTER:  ' COUNT-NO-MASTER.
           DISPLAY 'DIMENSION MISMATCHES:   ' COUNT-DIM-MISMATCH.
           DISPLAY 'SKIPPED AS DUPLICATES:  ' COUNT-SKIPPED-DUP.
           IF (DROPPED-KEYS IS NOT ZERO)
             DISPLAY 'WARNING: KEY TABLE FULL -- ' DROPPED-KEYS
               ' HISTORY RECORDS PAST THE FIRST 2000 KEYS NOT '
