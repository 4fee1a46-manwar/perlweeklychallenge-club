      *    spaces, so the earlier NUMERIC class test never fired
      *    against a checkpoint PRC-257-2 actually writes, and an
      *    abended batch was reported as a clean one.
      *  - PRC-257-20's solution proof 'ch-2.vfy' is now read for
      *    the run: a solution that failed its original system is
      *    tagged for attention, and PRC-257-20 is tracked among
      *    the chain steps.
      *  - Reads the widened audit record: a ten-character
      *    program name, as on the run-status record, and a
      *    trailing exceptions count. A record written before the
      *    change (separators at columns 10 and 19, not 11 and 20)
      *    is still read, one column to the left.
      *  - PRC-257-21, the determinant and inverse step, is
      *    tracked among the chain steps.
      *  - PRC-257-29's batch-window report 'chain.sla' is now
      *    read for the run: a step that ran well past its usual
      *    time, or a chain that missed its SLA-TIME, is listed
      *    and tagged for attention.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-19.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-STATUS.

           SELECT OPTIONAL VERIFY-FILE
           ASSIGN TO 'ch-2.vfy'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS VERIFY-STATUS.

           SELECT OPTIONAL SLA-FILE
           ASSIGN TO 'chain.sla'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SLA-STATUS.

           SELECT OPTIONAL CONTROL-CARDS
           ASSIGN TO 'chain.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
         01 STATUS-IN-REC PIC X(80).
         FD HISTORY-FILE.
         01 HISTORY-IN-REC PIC X(80).
         FD VERIFY-FILE.
         01 VERIFY-IN-REC PIC X(80).
         FD SLA-FILE.
         01 SLA-IN-REC PIC X(80).
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 HISTORY-STATUS PIC X(2).
           88 HISTORY-FOUND VALUE '00'.
           88 HISTORY-EOF VALUE '10'.
         01 VERIFY-STATUS PIC X(2).
           88 VERIFY-FOUND VALUE '00'.
           88 VERIFY-EOF VALUE '10'.
         01 SLA-STATUS PIC X(2).
           88 SLA-FOUND VALUE '00'.
           88 SLA-EOF VALUE '10'.
         01 CONTROL-CARDS-STATUS PIC X(2).
           88 CONTROL-CARDS-FOUND VALUE '00'.
           88 CONTROL-CARDS-EOF VALUE '10'.
           88 RUN-DATE-DEFAULTED VALUE 'N'.
           88 RUN-DATE-FROM-CARD VALUE 'Y'.
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
         01 STATUS-REC.
           03 STS-RUN-ID PIC X(8).
           03 FILLER PIC X(1).
           03 HIST-VERDICT PIC X(4).
         01 AUD-TABLE.
           03 AUD-ENTRY OCCURS 20 TIMES.
             05 AT-PROGRAM PIC X(10).
             05 AT-START-SEEN PIC X(1).
             05 AT-END-SEEN PIC X(1).
             05 AT-RC PIC 9(2) USAGE IS COMP.
           03 FILLER PIC X(10) VALUE 'PRC-257-4'.
           03 FILLER PIC X(10) VALUE 'PRC-257-10'.
           03 FILLER PIC X(10) VALUE 'PRC-257-15'.
           03 FILLER PIC X(10) VALUE 'PRC-257-20'.
           03 FILLER PIC X(10) VALUE 'PRC-257-21'.
           03 FILLER PIC X(10) VALUE 'PRC-257-6'.
           03 FILLER PIC X(10) VALUE 'PRC-257-13'.
           03 FILLER PIC X(10) VALUE 'PRC-257-9'.
         01 FILLER REDEFINES STEP-NAMES.
           03 STEP-NAME OCCURS 12 TIMES PIC X(10).
         01 STEP-DONE-TABLE.
           03 STEP-DONE OCCURS 12 TIMES PIC X(1) VALUE 'N'.
         01 STEP-IDX PIC 9(2) USAGE IS COMP.
         01 REJECT-COUNT PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 CKPT-NUM-TXT PIC X(6).
         01 COUNT-ANALYZED PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 COUNT-AUD-FAULTS PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-STEPS-OPEN PIC 9(2) USAGE IS COMP VALUE ZERO.
         01 COUNT-SOL-FAILED PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 FILLER PIC X(1) VALUE 'N'.
           88 VERIFY-NOT-FOR-RUN VALUE 'N'.
           88 VERIFY-FOR-RUN VALUE 'Y'.
      * One breach line per chain step at most, plus the chain's
      * own deadline.
         01 COUNT-SLA-BREACHES PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 SLA-TABLE.
           03 SLA-LINE OCCURS 13 TIMES PIC X(80).
         01 SLA-IDX PIC 9(2) USAGE IS COMP.
         01 FILLER PIC X(1) VALUE 'N'.
           88 SLA-NOT-FOR-RUN VALUE 'N'.
           88 SLA-FOR-RUN VALUE 'Y'.
         01 EXCEPTION-COUNT PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.

           PERFORM SCAN-AUDIT-LEDGER.
           PERFORM SCAN-CHAIN-STATUS.
           PERFORM SCAN-HISTORY-FILE.
           PERFORM SCAN-VERIFY-FILE.
           PERFORM SCAN-SLA-FILE.
           PERFORM PRINT-EXCEPTION-PAGE.
           IF (EXCEPTION-COUNT IS NOT ZERO)
             MOVE 8 TO RETURN-CODE
           EXIT.

         TALLY-ONE-AUDIT.
           PERFORM ALIGN-AUDIT-RECORD.
           IF (AUD-RUN-ID = CTL-RUN-ID)
             PERFORM FIND-AUDIT-SLOT
             IF (AUD-SLOT IS NOT ZERO)
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

         FIND-AUDIT-SLOT.
           MOVE ZERO TO AUD-SLOT.
           PERFORM MATCH-AUDIT-SLOT VARYING AUD-IDX FROM 1 BY 1
           END-IF.
           CLOSE STATUS-FILE.
           PERFORM VARYING STEP-IDX FROM 1 BY 1
             UNTIL STEP-IDX > 12
             IF (STEP-DONE(STEP-IDX) IS NOT = 'Y')
               ADD 1 TO COUNT-STEPS-OPEN
             END-IF
           MOVE STATUS-IN-REC TO STATUS-REC.
           IF (STS-RUN-ID = CTL-RUN-ID) AND (STS-STATE = 'DONE')
             PERFORM MARK-STEP-DONE VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > 12
           END-IF.
           PERFORM READ-STATUS-RECORD.
           EXIT.
           PERFORM READ-HISTORY-RECORD.
           EXIT.

      * PRC-257-20 heads its proof with the run it was made for;
      * a proof left over from another run says nothing about
      * tonight, so only this run's FAILED results are counted.
         SCAN-VERIFY-FILE.
           OPEN INPUT VERIFY-FILE.
           IF (VERIFY-FOUND)
             PERFORM READ-VERIFY-RECORD
             IF (NOT VERIFY-EOF)
                AND (VERIFY-IN-REC(1:17) = 'VERIFICATION RUN ')
                AND (VERIFY-IN-REC(18:8) = CTL-RUN-ID)
               SET VERIFY-FOR-RUN TO TRUE
             END-IF
             PERFORM TALLY-ONE-VERIFY UNTIL VERIFY-EOF
           END-IF.
           CLOSE VERIFY-FILE.
           EXIT.

         READ-VERIFY-RECORD.
           READ VERIFY-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

         TALLY-ONE-VERIFY.
           IF (VERIFY-FOR-RUN)
              AND (VERIFY-IN-REC(1:16) = '  RESULT: FAILED')
             ADD 1 TO COUNT-SOL-FAILED
           END-IF.
           PERFORM READ-VERIFY-RECORD.
           EXIT.

      * PRC-257-29 heads its batch-window report with the run it
      * timed, the same way; only this run's BREACH lines count,
      * and they are kept to be listed under the tag.
         SCAN-SLA-FILE.
           OPEN INPUT SLA-FILE.
           IF (SLA-FOUND)
             PERFORM READ-SLA-RECORD
             IF (NOT SLA-EOF)
               PERFORM READ-SLA-RECORD
             END-IF
             IF (NOT SLA-EOF)
                AND (SLA-IN-REC(1:15) = 'SLA REPORT RUN ')
                AND (SLA-IN-REC(16:8) = CTL-RUN-ID)
               SET SLA-FOR-RUN TO TRUE
             END-IF
             PERFORM TALLY-ONE-SLA UNTIL SLA-EOF
           END-IF.
           CLOSE SLA-FILE.
           EXIT.

         READ-SLA-RECORD.
           READ SLA-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

         TALLY-ONE-SLA.
           IF (SLA-FOR-RUN)
              AND (SLA-IN-REC(1:8) = 'BREACH: ')
              AND (COUNT-SLA-BREACHES < 13)
             ADD 1 TO COUNT-SLA-BREACHES
             MOVE SLA-IN-REC TO SLA-LINE(COUNT-SLA-BREACHES)
           END-IF.
           PERFORM READ-SLA-RECORD.
           EXIT.

      * The one page. Every line that needs a hand gets the
      * ATTENTION tag and bumps the exception count; a page with
      * no tags is a clean night and return code zero.
             DISPLAY 'CHAIN STEPS NOT COMPLETE:  ' COUNT-STEPS-OPEN
               '  <-- ATTENTION: RESTART THE CHAIN (PRC-257-14)'
             PERFORM PRINT-ONE-OPEN-STEP VARYING STEP-IDX FROM 1
               BY 1 UNTIL STEP-IDX > 12
           END-IF.
           IF (COUNT-NOT-RRE IS ZERO)
             DISPLAY 'NOT RRE VERDICTS TONIGHT:  NONE ('
               ' OF ' COUNT-ANALYZED
               '  <-- ATTENTION: SEE CH-2.RPT'
           END-IF.
           IF (COUNT-SOL-FAILED IS ZERO)
             DISPLAY 'SOLUTION PROOF FAILURES:   NONE'
           ELSE
             ADD 1 TO EXCEPTION-COUNT
             DISPLAY 'SOLUTION PROOF FAILURES:   ' COUNT-SOL-FAILED
               '  <-- ATTENTION: SEE CH-2.VFY (PRC-257-20)'
           END-IF.
           IF (COUNT-SLA-BREACHES IS ZERO)
             DISPLAY 'BATCH WINDOW (SLA):        NONE MISSED'
           ELSE
             ADD 1 TO EXCEPTION-COUNT
             DISPLAY 'BATCH WINDOW (SLA):        '
               COUNT-SLA-BREACHES
               '  <-- ATTENTION: SEE CHAIN.SLA (PRC-257-29)'
             PERFORM PRINT-ONE-SLA-BREACH VARYING SLA-IDX FROM 1
               BY 1 UNTIL SLA-IDX > COUNT-SLA-BREACHES
           END-IF.
           DISPLAY HEADER-LINE.
           IF (EXCEPTION-COUNT IS ZERO)
             DISPLAY 'CLEAN NIGHT -- NOTHING TO DO.'
           END-IF.
           EXIT.

         PRINT-ONE-SLA-BREACH.
           DISPLAY '  ' SLA-LINE(SLA-IDX)(9:72).
           EXIT.

         PRINT-ONE-OPEN-STEP.
           IF (STEP-DONE(STEP-IDX) IS NOT = 'Y')
             DISPLAY '  ' STEP-NAME(STEP-IDX) ' NOT COMPLETE'
