      *    ends with return code 8 and posts nothing, so a
      *    restart re-reconciles and keeps the faults in front of
      *    the operators.
      *  - Reads the widened audit record: a ten-character
      *    program name, as on the run-status record, and a
      *    trailing exceptions count. A record written before the
      *    change (separators at columns 10 and 19, not 11 and 20)
      *    is still read, one column to the left, so a ledger that
      *    spans the change reconciles without being converted.
      *  - The run-status record now carries the step's start and
      *    end timestamps (system date and time of day, to the
      *    second), so PRC-257-29 can time the step against the
      *    batch window. A run that ends with return code 8 posts
      *    it too, in state WARN, which PRC-257-14 does not resume
      *    past, so the nights this step flags are timed as well.
      *  - A LEDGER card in this program's own deck 'ch-9.sel'
      *    reconciles another ledger, such as one PRC-257-26
      *    restored from PRC-257-12's archives. The chain's AUDIT
      *    card is left alone, since the chain steps write under
      *    it, and a reconciliation of another ledger posts nothing
      *    to 'chain.sts' -- it is not this night's step. The deck
      *    is consumed as it is read, the way PRC-257-2 consumes
      *    its keyed-request card, so a LEDGER card left behind
      *    cannot turn that night's chain step into a
      *    reconciliation of some other ledger.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-9.
           ASSIGN TO 'chain.sts'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SELECT-CARDS
           ASSIGN TO 'ch-9.sel'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SELECT-CARDS-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD AUDIT-FILE.
         01 CONTROL-REC PIC X(80).
         FD STATUS-FILE.
         01 STATUS-OUT-REC PIC X(80).
         FD SELECT-CARDS.
         01 SELECT-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 AUDIT-NAME PIC X(40) VALUE 'chain.aud'.
         01 AUDIT-STATUS PIC X(2).
           88 CONTROL-CARDS-EOF VALUE '10'.
         01 CTL-KEYWORD PIC X(8).
         01 CTL-VALUE PIC X(40).
         01 SELECT-CARDS-STATUS PIC X(2).
           88 SELECT-CARDS-FOUND VALUE '00'.
           88 SELECT-CARDS-EOF VALUE '10'.
         01 SEL-KEYWORD PIC X(10).
         01 SEL-VALUE PIC X(40).
         01 FILLER PIC X(1) VALUE 'N'.
           88 CHAIN-LEDGER VALUE 'N'.
           88 OTHER-LEDGER VALUE 'Y'.
         01 CTL-RUN-ID PIC X(8) VALUE 'CHAINRUN'.
         01 CTL-RUN-DATE PIC X(8).
         01 FILLER PIC X(1) VALUE 'N'.
           03 STS-PROGRAM PIC X(10) VALUE 'PRC-257-9'.
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
         01 AUDIT-REC.
           03 AUD-PROGRAM PIC X(10).
           03 FILLER PIC X(1).
           03 AUD-RUN-ID PIC X(8).
           03 FILLER PIC X(1).
           03 AUD-WRITTEN PIC 9(6).
           03 FILLER PIC X(1).
           03 AUD-RC PIC 9(2).
           03 FILLER PIC X(1).
           03 AUD-EXCEPTIONS PIC 9(6).
         01 RUN-TABLE.
           03 RUN-ENTRY OCCURS 100 TIMES.
             05 RT-RUN-ID PIC X(8).
         01 RUN-SLOT PIC 9(3) USAGE IS COMP.
         01 STEP-IDX PIC 9(1) USAGE IS COMP.
         01 STEP-NAMES.
           03 FILLER PIC X(10) VALUE 'PRC-257-1'.
           03 FILLER PIC X(10) VALUE 'PRC-257-3'.
           03 FILLER PIC X(10) VALUE 'PRC-257-2'.
         01 FILLER REDEFINES STEP-NAMES.
           03 STEP-NAME OCCURS 3 TIMES PIC X(10).
         01 RECORDS-READ PIC 9(6) USAGE IS COMP VALUE ZERO.
         01 DROPPED-RUNS PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 RUN-FAULTS PIC 9(3) USAGE IS COMP.
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO STEP-STARTED.
           PERFORM READ-CONTROL-CARDS.
           PERFORM READ-SELECT-CARDS.
           IF (RUN-DATE-DEFAULTED)
             ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT AUDIT-FILE.
           IF (NOT AUDIT-FOUND)
             DISPLAY 'LEDGER NOT FOUND -- NOTHING TO RECONCILE: '
               AUDIT-NAME
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM TALLY-ONE-RECORD UNTIL AUDIT-EOF.
           CLOSE AUDIT-FILE.
           IF (RECORDS-READ IS ZERO)
             DISPLAY 'LEDGER IS EMPTY -- NOTHING TO RECONCILE: '
               AUDIT-NAME
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY HEADER-LINE.
           DISPLAY 'CHAIN RECONCILIATION'.
           IF (OTHER-LEDGER)
             DISPLAY 'FROM ' AUDIT-NAME
           END-IF.
           PERFORM RECONCILE-ONE-RUN VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > RUN-COUNT.
           IF (DROPPED-RUNS IS NOT ZERO)

      * A clean finish is posted to the chain run-status file, so
      * the PRC-257-14 controller can skip this step on a restart.
      * A run that ends with return code 8 posts in state WARN
      * instead: it ran, and its date and times are on record, but
      * only DONE lets the controller skip it, so a restart still
      * does it again. Any other nonzero return code posts nothing
      * -- it is exactly the step a restart has to do again. Nor
      * does a reconciliation of a ledger named in 'ch-9.sel': it
      * says nothing about this run of the chain.
         WRITE-RUN-STATUS.
           IF (OTHER-LEDGER)
             DISPLAY 'NOT POSTED TO CHAIN.STS -- NOT THE CHAIN '
               'LEDGER.'
           ELSE
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
               CLOSE STATUS-FILE
             END-IF
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

         READ-AUDIT-RECORD.
           READ AUDIT-FILE
             AT END
      * step chain are left alone -- the ledger format is open to
      * other steps, but the reconciliation contract is the chain.
         TALLY-ONE-RECORD.
           PERFORM ALIGN-AUDIT-RECORD.
           ADD 1 TO RECORDS-READ.
           MOVE ZERO TO STEP-IDX.
           IF (AUD-PROGRAM = STEP-NAME(1))
           PERFORM READ-AUDIT-RECORD.
           EXIT.

      * A record written before the program name was widened to
      * ten characters has its separators at columns 10 and 19
      * instead of 11 and 20; it gets its missing space back after
      * column 9, so every field lines up again. Such a record
      * never carried an exceptions count.
         ALIGN-AUDIT-RECORD.
           IF (AUDIT-IN-REC(11:1) = SPACE)
              AND (AUDIT-IN-REC(20:1) = SPACE)
             MOVE AUDIT-IN-REC TO AUDIT-REC
           ELSE
             IF (AUDIT-IN-REC(10:1) = SPACE)
                AND (AUDIT-IN-REC(19:1) = SPACE)
               MOVE SPACES TO AUDIT-REC
               STRING AUDIT-IN-REC(1:9) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AUDIT-IN-REC(10:70) DELIMITED BY SIZE
                 INTO AUDIT-REC
               MOVE ZERO TO AUD-EXCEPTIONS
             ELSE
               MOVE AUDIT-IN-REC TO AUDIT-REC
             END-IF
           END-IF.
           EXIT.

         FIND-RUN-SLOT.
           MOVE ZERO TO RUN-SLOT.
           PERFORM MATCH-RUN-SLOT VARYING RUN-IDX FROM 1 BY 1
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           EXIT.

      * This program's own deck, read after 'chain.ctl': LEDGER
      * names a ledger to reconcile in place of the chain's. A '*'
      * card is a comment. The deck is optional, but an unknown
      * keyword stops the run rather than reconcile the wrong
      * ledger.
         READ-SELECT-CARDS.
           OPEN INPUT SELECT-CARDS.
           IF (SELECT-CARDS-FOUND)
             PERFORM READ-SELECT-RECORD
             PERFORM APPLY-SELECT-CARD UNTIL SELECT-CARDS-EOF
           END-IF.
           CLOSE SELECT-CARDS.
           IF (OTHER-LEDGER)
             PERFORM CONSUME-SELECT-CARDS
           END-IF.
           EXIT.

      * A LEDGER card is a one-shot request: the deck is blanked
      * the moment it has been read, so a card left behind after a
      * daytime reconciliation cannot redirect that night's chain
      * step to another ledger.
         CONSUME-SELECT-CARDS.
           OPEN OUTPUT SELECT-CARDS.
           CLOSE SELECT-CARDS.
           EXIT.

         READ-SELECT-RECORD.
           READ SELECT-CARDS
             AT END
               CONTINUE
           END-READ.
           EXIT.

         APPLY-SELECT-CARD.
           MOVE SPACES TO SEL-KEYWORD.
           MOVE SPACES TO SEL-VALUE.
           UNSTRING SELECT-REC
             DELIMITED BY ALL SPACES
             INTO SEL-KEYWORD
                  SEL-VALUE.
           IF (SEL-KEYWORD = SPACES) OR (SEL-KEYWORD(1:1) = '*')
             CONTINUE
           ELSE
             IF (SEL-KEYWORD = 'LEDGER')
               MOVE SEL-VALUE TO AUDIT-NAME
               SET OTHER-LEDGER TO TRUE
             ELSE
               DISPLAY 'UNKNOWN CH-9.SEL CARD -- STOPPED: '
                 SELECT-REC
               MOVE 16 TO RETURN-CODE
               CLOSE SELECT-CARDS
               STOP RUN
             END-IF
           END-IF.
           PERFORM READ-SELECT-RECORD.
           EXIT.
