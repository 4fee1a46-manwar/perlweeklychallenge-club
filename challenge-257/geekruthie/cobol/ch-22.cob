      * Perl/Raku Weekly Challenge Week 257, ranking stability step
      *
      * GnuCOBOL, v 3.2-rc2.0
      *
      * Compile and execute with: $ cobc -xj ch-22.cob
      *
      * This program answers the monthly review's question about
      * the rankings: which array/element positions move around
      * and which stay put over a whole period. PRC-257-8 only
      * compares two ranking files at a time and PRC-257-18 only
      * reprints one run, so a month's worth of runs used to mean
      * a month's worth of side-by-side comparisons. This step
      * reads the ranking master 'ch-1.mst' for the business-date
      * range on its selection cards, puts the runs in that range
      * in date order, and follows every RNK-ARR-IDX/RNK-ELEM-IDX
      * position through them: how many runs carried it, the
      * lowest, highest and average RNK-COUNTER, and how many times
      * the count changed from one run carrying it to the next.
      * The report ends with the ten most volatile and the ten
      * most stable positions.
      *
      * Selection cards in 'ch-1.sel', one per record:
      *
      *   DATE-FROM yyyymmdd   runs dated on or after this date
      *   DATE-TO   yyyymmdd   runs dated on or before this date
      *
      * Both are required. A '*' card is a comment.
      *
      * This code has the following brewed-in limitations:
      *  - At most 500 runs in the range; runs past that are
      *    counted and reported, and left out of the figures.
      *  - Positions are the ones PRC-257-1 can produce: at most
      *    99 arrays of at most 20 elements.
      *  - Runs dated the same day are taken in run-id order.
      *  - A position's changes are counted between the runs that
      *    carried it; a run that did not carry it is not a
      *    change. The most volatile positions are the ones with
      *    the most changes; the most stable are the ones with the
      *    fewest, among positions carried by at least two runs,
      *    and on a tie the one carried by more runs comes first.
      *
      * Modification History:
      *  - Written so the monthly ranking review is one run of one
      *    report instead of a stack of two-file comparisons.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-22.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT SELECT-CARDS
           ASSIGN TO 'ch-1.sel'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SELECT-CARDS-STATUS.

           SELECT RANKING-MASTER
           ASSIGN TO 'ch-1.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RNK-KEY
           FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD SELECT-CARDS.
         01 SELECT-REC PIC X(80).
         FD RANKING-MASTER.
         01 RANKING-MASTER-REC.
           03 RNK-KEY.
             05 RNK-RUN-ID PIC X(8).
             05 RNK-ARR-IDX PIC 9(2).
             05 RNK-ELEM-IDX PIC 9(2).
           03 RNK-RUN-DATE PIC X(8).
           03 RNK-VALUE PIC 9(2).
           03 RNK-COUNTER PIC 9(2).
         WORKING-STORAGE SECTION.
         01 SELECT-CARDS-STATUS PIC X(2).
           88 SELECT-CARDS-FOUND VALUE '00'.
           88 SELECT-CARDS-EOF VALUE '10'.
         01 MASTER-STATUS PIC X(2).
           88 MASTER-OK VALUE '00'.
         01 SEL-KEYWORD PIC X(10).
         01 SEL-VALUE PIC X(40).
         01 DATE-FROM PIC X(8) VALUE SPACES.
         01 DATE-TO PIC X(8) VALUE SPACES.
         01 FILLER PIC X(1) VALUE 'N'.
           88 NO-DATE-FROM VALUE 'N'.
           88 HAVE-DATE-FROM VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 NO-DATE-TO VALUE 'N'.
           88 HAVE-DATE-TO VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 WALK-NOT-DONE VALUE 'N'.
           88 WALK-DONE VALUE 'Y'.
      * The runs in the range, kept in business-date order (run-id
      * order within a date) as they are found.
         01 RUN-TABLE.
           03 RUN-ENTRY OCCURS 500 TIMES.
             05 RT-RUN-ID PIC X(8).
             05 RT-RUN-DATE PIC X(8).
         01 RUN-COUNT PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 RUN-IDX PIC 9(3) USAGE IS COMP.
         01 RUN-SLOT PIC 9(3) USAGE IS COMP.
         01 PRIOR-SLOT PIC 9(3) USAGE IS COMP.
         01 FILLER PIC X(1) VALUE 'N'.
           88 SLOT-NOT-FOUND VALUE 'N'.
           88 SLOT-FOUND VALUE 'Y'.
         01 DROPPED-RUNS PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 LAST-RUN-ID PIC X(8).
         01 LAST-RUN-DATE PIC X(8).
      * One entry per position, addressed directly by array and
      * element index.
         01 POSITION-TABLE.
           03 POS-ARRAY OCCURS 99 TIMES.
             05 POS-ELEMENT OCCURS 20 TIMES.
               07 POS-RUNS PIC 9(4) USAGE IS COMP.
               07 POS-MIN PIC 9(2) USAGE IS COMP.
               07 POS-MAX PIC 9(2) USAGE IS COMP.
               07 POS-SUM PIC 9(7) USAGE IS COMP.
               07 POS-CHANGES PIC 9(4) USAGE IS COMP.
               07 POS-LAST PIC 9(2) USAGE IS COMP.
               07 POS-VOLATILE-PICKED PIC X(1).
               07 POS-STABLE-PICKED PIC X(1).
         01 ARR-IDX PIC 9(2) USAGE IS COMP.
         01 ELEM-IDX PIC 9(2) USAGE IS COMP.
         01 PICK-IDX PIC 9(2) USAGE IS COMP.
         01 BEST-ARR PIC 9(2) USAGE IS COMP.
         01 BEST-ELEM PIC 9(2) USAGE IS COMP.
         01 RECORDS-READ PIC 9(7) USAGE IS COMP VALUE ZERO.
         01 RECORDS-USED PIC 9(7) USAGE IS COMP VALUE ZERO.
         01 POSITION-COUNT PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 STABLE-CANDIDATES PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.
         01 POSITION-LINE.
           03 FILLER PIC X(8) VALUE '  ARRAY '.
           03 PL-ARR PIC Z9.
           03 FILLER PIC X(9) VALUE ' ELEMENT '.
           03 PL-ELEM PIC Z9.
           03 FILLER PIC X(7) VALUE '  RUNS '.
           03 PL-RUNS PIC ZZZ9.
           03 FILLER PIC X(6) VALUE '  MIN '.
           03 PL-MIN PIC Z9.
           03 FILLER PIC X(6) VALUE '  MAX '.
           03 PL-MAX PIC Z9.
           03 FILLER PIC X(6) VALUE '  AVG '.
           03 PL-AVG PIC Z9.99.
           03 FILLER PIC X(10) VALUE '  CHANGES '.
           03 PL-CHANGES PIC ZZZ9.

       PROCEDURE DIVISION.
           PERFORM READ-SELECT-CARDS.
           IF (NO-DATE-FROM) OR (NO-DATE-TO)
             DISPLAY 'CH-1.SEL NEEDS BOTH A DATE-FROM AND A DATE-TO '
               'CARD.'
             PERFORM ABORT-RUN
           END-IF.
           IF (DATE-FROM > DATE-TO)
             DISPLAY 'DATE-FROM ' DATE-FROM ' IS AFTER DATE-TO '
               DATE-TO '.'
             PERFORM ABORT-RUN
           END-IF.
           OPEN INPUT RANKING-MASTER.
           IF (NOT MASTER-OK)
             DISPLAY 'CH-1.MST COULD NOT BE OPENED, STATUS '
               MASTER-STATUS
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM FIND-RUNS-IN-RANGE.
           PERFORM CLEAR-ONE-ARRAY VARYING ARR-IDX FROM 1 BY 1
             UNTIL ARR-IDX > 99.
           PERFORM TALLY-ONE-RUN VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > RUN-COUNT.
           CLOSE RANKING-MASTER.
           PERFORM PRINT-REPORT.
           STOP RUN.

      * The selection deck is read card by card; an unknown keyword
      * or a date that is not eight digits stops the run, since a
      * review built over the wrong period is worse than none.
         READ-SELECT-CARDS.
           OPEN INPUT SELECT-CARDS.
           IF (NOT SELECT-CARDS-FOUND)
             DISPLAY 'CH-1.SEL NOT FOUND -- NO DATE RANGE TO REPORT.'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM READ-SELECT-RECORD.
           PERFORM APPLY-SELECT-CARD UNTIL SELECT-CARDS-EOF.
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
             PERFORM APPLY-ONE-CARD
           END-IF.
           PERFORM READ-SELECT-RECORD.
           EXIT.

         APPLY-ONE-CARD.
           IF (SEL-KEYWORD = 'DATE-FROM')
             PERFORM VALIDATE-CARD-DATE
             MOVE SEL-VALUE TO DATE-FROM
             SET HAVE-DATE-FROM TO TRUE
           ELSE
             IF (SEL-KEYWORD = 'DATE-TO')
               PERFORM VALIDATE-CARD-DATE
               MOVE SEL-VALUE TO DATE-TO
               SET HAVE-DATE-TO TO TRUE
             ELSE
               DISPLAY 'UNKNOWN SELECTION CARD -- STOPPED: '
                 SELECT-REC
               PERFORM ABORT-RUN
             END-IF
           END-IF.
           EXIT.

         VALIDATE-CARD-DATE.
           IF (SEL-VALUE(1:8) IS NOT NUMERIC)
              OR (SEL-VALUE(9:) IS NOT = SPACES)
             DISPLAY 'DATE MUST BE YYYYMMDD: ' SELECT-REC
             PERFORM ABORT-RUN
           END-IF.
           EXIT.

      * First pass: walk the whole master in key order. One run's
      * records are contiguous, so each change of run-id under the
      * cursor is one run, entered in date order if its business
      * date is in the range.
         FIND-RUNS-IN-RANGE.
           SET WALK-NOT-DONE TO TRUE.
           MOVE SPACES TO LAST-RUN-ID.
           MOVE SPACES TO RNK-KEY.
           START RANKING-MASTER KEY >= RNK-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM FIND-NEXT-RUN UNTIL WALK-DONE.
           EXIT.

         FIND-NEXT-RUN.
           READ RANKING-MASTER NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             ADD 1 TO RECORDS-READ
             IF (RNK-RUN-ID IS NOT = LAST-RUN-ID)
               MOVE RNK-RUN-ID TO LAST-RUN-ID
               IF (RNK-RUN-DATE NOT < DATE-FROM)
                  AND (RNK-RUN-DATE NOT > DATE-TO)
                 PERFORM ENTER-RUN-IN-ORDER
               END-IF
             END-IF
           END-IF.
           EXIT.

      * An insertion into the date-ordered table: everything dated
      * after the new run (or on its date with a higher run-id)
      * moves down one slot to make room.
         ENTER-RUN-IN-ORDER.
           IF (RUN-COUNT NOT < 500)
             ADD 1 TO DROPPED-RUNS
           ELSE
             ADD 1 TO RUN-COUNT
             MOVE RUN-COUNT TO RUN-SLOT
             SET SLOT-NOT-FOUND TO TRUE
             PERFORM MAKE-ROOM-FOR-RUN UNTIL SLOT-FOUND
             MOVE RNK-RUN-ID TO RT-RUN-ID(RUN-SLOT)
             MOVE RNK-RUN-DATE TO RT-RUN-DATE(RUN-SLOT)
           END-IF.
           EXIT.

         MAKE-ROOM-FOR-RUN.
           IF (RUN-SLOT = 1)
             SET SLOT-FOUND TO TRUE
           ELSE
             MOVE RUN-SLOT TO PRIOR-SLOT
             SUBTRACT 1 FROM PRIOR-SLOT
             IF (RT-RUN-DATE(PRIOR-SLOT) < RNK-RUN-DATE)
                OR ((RT-RUN-DATE(PRIOR-SLOT) = RNK-RUN-DATE)
                AND (RT-RUN-ID(PRIOR-SLOT) < RNK-RUN-ID))
               SET SLOT-FOUND TO TRUE
             ELSE
               MOVE RUN-ENTRY(PRIOR-SLOT) TO RUN-ENTRY(RUN-SLOT)
               MOVE PRIOR-SLOT TO RUN-SLOT
             END-IF
           END-IF.
           EXIT.

         CLEAR-ONE-ARRAY.
           PERFORM CLEAR-ONE-POSITION VARYING ELEM-IDX FROM 1 BY 1
             UNTIL ELEM-IDX > 20.
           EXIT.

         CLEAR-ONE-POSITION.
           MOVE ZERO TO POS-RUNS(ARR-IDX, ELEM-IDX).
           MOVE ZERO TO POS-MIN(ARR-IDX, ELEM-IDX).
           MOVE ZERO TO POS-MAX(ARR-IDX, ELEM-IDX).
           MOVE ZERO TO POS-SUM(ARR-IDX, ELEM-IDX).
           MOVE ZERO TO POS-CHANGES(ARR-IDX, ELEM-IDX).
           MOVE ZERO TO POS-LAST(ARR-IDX, ELEM-IDX).
           MOVE 'N' TO POS-VOLATILE-PICKED(ARR-IDX, ELEM-IDX).
           MOVE 'N' TO POS-STABLE-PICKED(ARR-IDX, ELEM-IDX).
           EXIT.

      * Second pass: each run in date order, read back by key, so
      * every position sees its counts in the order they happened
      * and a change is always measured against the previous run
      * that carried the position.
         TALLY-ONE-RUN.
           SET WALK-NOT-DONE TO TRUE.
           MOVE RT-RUN-ID(RUN-IDX) TO RNK-RUN-ID.
           MOVE ZERO TO RNK-ARR-IDX.
           MOVE ZERO TO RNK-ELEM-IDX.
           START RANKING-MASTER KEY >= RNK-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM TALLY-NEXT-RECORD UNTIL WALK-DONE.
           EXIT.

         TALLY-NEXT-RECORD.
           READ RANKING-MASTER NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             IF (RNK-RUN-ID = RT-RUN-ID(RUN-IDX))
               PERFORM TALLY-ONE-POSITION
             ELSE
               SET WALK-DONE TO TRUE
             END-IF
           END-IF.
           EXIT.

         TALLY-ONE-POSITION.
           IF (RNK-ARR-IDX < 1) OR (RNK-ARR-IDX > 99)
              OR (RNK-ELEM-IDX < 1) OR (RNK-ELEM-IDX > 20)
             DISPLAY 'POSITION OUT OF RANGE SKIPPED: RUN '
               RNK-RUN-ID ' ARRAY ' RNK-ARR-IDX ' ELEMENT '
               RNK-ELEM-IDX
           ELSE
             ADD 1 TO RECORDS-USED
             MOVE RNK-ARR-IDX TO ARR-IDX
             MOVE RNK-ELEM-IDX TO ELEM-IDX
             IF (POS-RUNS(ARR-IDX, ELEM-IDX) IS ZERO)
               ADD 1 TO POSITION-COUNT
               MOVE RNK-COUNTER TO POS-MIN(ARR-IDX, ELEM-IDX)
               MOVE RNK-COUNTER TO POS-MAX(ARR-IDX, ELEM-IDX)
             ELSE
               IF (RNK-COUNTER IS NOT = POS-LAST(ARR-IDX, ELEM-IDX))
                 ADD 1 TO POS-CHANGES(ARR-IDX, ELEM-IDX)
               END-IF
               IF (RNK-COUNTER < POS-MIN(ARR-IDX, ELEM-IDX))
                 MOVE RNK-COUNTER TO POS-MIN(ARR-IDX, ELEM-IDX)
               END-IF
               IF (RNK-COUNTER > POS-MAX(ARR-IDX, ELEM-IDX))
                 MOVE RNK-COUNTER TO POS-MAX(ARR-IDX, ELEM-IDX)
               END-IF
             END-IF
             ADD 1 TO POS-RUNS(ARR-IDX, ELEM-IDX)
             ADD RNK-COUNTER TO POS-SUM(ARR-IDX, ELEM-IDX)
             MOVE RNK-COUNTER TO POS-LAST(ARR-IDX, ELEM-IDX)
           END-IF.
           EXIT.

         PRINT-REPORT.
           DISPLAY HEADER-LINE.
           DISPLAY 'RANKING STABILITY, ' DATE-FROM ' TO ' DATE-TO.
           DISPLAY HEADER-LINE.
           DISPLAY 'RUNS IN RANGE:      ' RUN-COUNT.
           IF (RUN-COUNT IS NOT ZERO)
             DISPLAY '  FIRST: RUN ' RT-RUN-ID(1) ' DATE '
               RT-RUN-DATE(1)
             DISPLAY '  LAST:  RUN ' RT-RUN-ID(RUN-COUNT) ' DATE '
               RT-RUN-DATE(RUN-COUNT)
           END-IF.
           IF (DROPPED-RUNS IS NOT ZERO)
             DISPLAY 'RUNS LEFT OUT:      ' DROPPED-RUNS
               '  <-- MORE THAN 500 RUNS IN RANGE'
           END-IF.
           DISPLAY 'MASTER RECORDS READ:' RECORDS-READ.
           DISPLAY 'RECORDS IN RANGE:   ' RECORDS-USED.
           DISPLAY 'POSITIONS CARRIED:  ' POSITION-COUNT.
           IF (POSITION-COUNT IS ZERO)
             DISPLAY 'NO RANKINGS ON FILE IN THE DATE RANGE.'
           ELSE
             DISPLAY HEADER-LINE
             DISPLAY 'EVERY POSITION:'
             PERFORM PRINT-ONE-ARRAY VARYING ARR-IDX FROM 1 BY 1
               UNTIL ARR-IDX > 99
             DISPLAY HEADER-LINE
             DISPLAY 'TEN MOST VOLATILE POSITIONS:'
             PERFORM PICK-MOST-VOLATILE VARYING PICK-IDX FROM 1 BY 1
               UNTIL PICK-IDX > 10 OR PICK-IDX > POSITION-COUNT
             DISPLAY HEADER-LINE
             DISPLAY 'TEN MOST STABLE POSITIONS:'
             PERFORM PICK-MOST-STABLE VARYING PICK-IDX FROM 1 BY 1
               UNTIL PICK-IDX > 10 OR PICK-IDX > STABLE-CANDIDATES
             IF (STABLE-CANDIDATES IS ZERO)
               DISPLAY '  NONE -- NO POSITION WAS CARRIED BY TWO RUNS.'
             END-IF
           END-IF.
           EXIT.

         PRINT-ONE-ARRAY.
           PERFORM PRINT-ONE-POSITION VARYING ELEM-IDX FROM 1 BY 1
             UNTIL ELEM-IDX > 20.
           EXIT.

         PRINT-ONE-POSITION.
           IF (POS-RUNS(ARR-IDX, ELEM-IDX) IS NOT ZERO)
             PERFORM DISPLAY-POSITION-LINE
             IF (POS-RUNS(ARR-IDX, ELEM-IDX) > 1)
               ADD 1 TO STABLE-CANDIDATES
             END-IF
           END-IF.
           EXIT.

         DISPLAY-POSITION-LINE.
           MOVE ARR-IDX TO PL-ARR.
           MOVE ELEM-IDX TO PL-ELEM.
           MOVE POS-RUNS(ARR-IDX, ELEM-IDX) TO PL-RUNS.
           MOVE POS-MIN(ARR-IDX, ELEM-IDX) TO PL-MIN.
           MOVE POS-MAX(ARR-IDX, ELEM-IDX) TO PL-MAX.
           COMPUTE PL-AVG ROUNDED = POS-SUM(ARR-IDX, ELEM-IDX)
             / POS-RUNS(ARR-IDX, ELEM-IDX).
           MOVE POS-CHANGES(ARR-IDX, ELEM-IDX) TO PL-CHANGES.
           DISPLAY POSITION-LINE.
           EXIT.

      * Each pick is a full scan for the best position not yet
      * picked: the most changes, then the wider spread between
      * lowest and highest count, then the lower array/element.
         PICK-MOST-VOLATILE.
           MOVE ZERO TO BEST-ARR.
           MOVE ZERO TO BEST-ELEM.
           PERFORM SCAN-VOLATILE-ARRAY VARYING ARR-IDX FROM 1 BY 1
             UNTIL ARR-IDX > 99.
           MOVE BEST-ARR TO ARR-IDX.
           MOVE BEST-ELEM TO ELEM-IDX.
           MOVE 'Y' TO POS-VOLATILE-PICKED(ARR-IDX, ELEM-IDX).
           PERFORM DISPLAY-POSITION-LINE.
           EXIT.

         SCAN-VOLATILE-ARRAY.
           PERFORM TEST-VOLATILE-POSITION VARYING ELEM-IDX
             FROM 1 BY 1
             UNTIL ELEM-IDX > 20.
           EXIT.

         TEST-VOLATILE-POSITION.
           IF (POS-RUNS(ARR-IDX, ELEM-IDX) IS NOT ZERO)
              AND (POS-VOLATILE-PICKED(ARR-IDX, ELEM-IDX) = 'N')
             IF (BEST-ARR IS ZERO)
               MOVE ARR-IDX TO BEST-ARR
               MOVE ELEM-IDX TO BEST-ELEM
             ELSE
               IF (POS-CHANGES(ARR-IDX, ELEM-IDX)
                  > POS-CHANGES(BEST-ARR, BEST-ELEM))
                 OR ((POS-CHANGES(ARR-IDX, ELEM-IDX)
                  = POS-CHANGES(BEST-ARR, BEST-ELEM))
                 AND (POS-MAX(ARR-IDX, ELEM-IDX)
                  - POS-MIN(ARR-IDX, ELEM-IDX)
                  > POS-MAX(BEST-ARR, BEST-ELEM)
                  - POS-MIN(BEST-ARR, BEST-ELEM)))
                 MOVE ARR-IDX TO BEST-ARR
                 MOVE ELEM-IDX TO BEST-ELEM
               END-IF
             END-IF
           END-IF.
           EXIT.

      * The same scan the other way round, over positions carried
      * by at least two runs: the fewest changes, then the most
      * runs carried, then the narrower spread, then the lower
      * array/element.
         PICK-MOST-STABLE.
           MOVE ZERO TO BEST-ARR.
           MOVE ZERO TO BEST-ELEM.
           PERFORM SCAN-STABLE-ARRAY VARYING ARR-IDX FROM 1 BY 1
             UNTIL ARR-IDX > 99.
           MOVE BEST-ARR TO ARR-IDX.
           MOVE BEST-ELEM TO ELEM-IDX.
           MOVE 'Y' TO POS-STABLE-PICKED(ARR-IDX, ELEM-IDX).
           PERFORM DISPLAY-POSITION-LINE.
           EXIT.

         SCAN-STABLE-ARRAY.
           PERFORM TEST-STABLE-POSITION VARYING ELEM-IDX
             FROM 1 BY 1
             UNTIL ELEM-IDX > 20.
           EXIT.

         TEST-STABLE-POSITION.
           IF (POS-RUNS(ARR-IDX, ELEM-IDX) > 1)
              AND (POS-STABLE-PICKED(ARR-IDX, ELEM-IDX) = 'N')
             IF (BEST-ARR IS ZERO)
               MOVE ARR-IDX TO BEST-ARR
               MOVE ELEM-IDX TO BEST-ELEM
             ELSE
               PERFORM COMPARE-STABLE-POSITION
             END-IF
           END-IF.
           EXIT.

         COMPARE-STABLE-POSITION.
           IF (POS-CHANGES(ARR-IDX, ELEM-IDX)
              < POS-CHANGES(BEST-ARR, BEST-ELEM))
             MOVE ARR-IDX TO BEST-ARR
             MOVE ELEM-IDX TO BEST-ELEM
           ELSE
             IF (POS-CHANGES(ARR-IDX, ELEM-IDX)
                = POS-CHANGES(BEST-ARR, BEST-ELEM))
               IF (POS-RUNS(ARR-IDX, ELEM-IDX)
                  > POS-RUNS(BEST-ARR, BEST-ELEM))
                 OR ((POS-RUNS(ARR-IDX, ELEM-IDX)
                  = POS-RUNS(BEST-ARR, BEST-ELEM))
                 AND (POS-MAX(ARR-IDX, ELEM-IDX)
                  - POS-MIN(ARR-IDX, ELEM-IDX)
                  < POS-MAX(BEST-ARR, BEST-ELEM)
                  - POS-MIN(BEST-ARR, BEST-ELEM)))
                 MOVE ARR-IDX TO BEST-ARR
                 MOVE ELEM-IDX TO BEST-ELEM
               END-IF
             END-IF
           END-IF.
           EXIT.

         ABORT-RUN.
           DISPLAY 'RUN TERMINATED DUE TO INVALID SELECTION '
             'CARDS.'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
