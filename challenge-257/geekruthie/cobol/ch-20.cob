      * Perl/Raku Weekly Challenge Week 257, solution proof step
      *
      * GnuCOBOL, v 3.2-rc2.0
      *
      * Compile and execute with: $ cobc -xj ch-20.cob
      *
      * This program proves PRC-257-15's answers before the
      * analysts see them. PRC-257-15 reads the reduced matrices
      * off 'ch-2.red' and writes the values it reads off them to
      * 'ch-2.sol', but nothing ever checked those values against
      * the system as it was actually submitted -- a bad reduction
      * in PRC-257-4 handed the analysts a confident wrong answer.
      * This step reads 'ch-2.sol' and the original batch in
      * 'ch-2.dat' side by side, matrix by matrix under the same
      * batch header, substitutes every unique solution back into
      * the original equations (the last column as the constants,
      * exactly as PRC-257-15 treats it), and reports the residual
      * of each equation. A matrix whose largest residual exceeds
      * the tolerance is flagged FAILED, the report is kept in
      * 'ch-2.vfy' for PRC-257-19's morning page, and any failure
      * turns the return code to 8.
      *
      * Control cards in 'chain.ctl': SOL-TOL sets the tolerance
      * (default 0.0100 -- PRC-257-15 prints its values to four
      * decimal places, so a correct answer still carries a
      * little rounding into each equation), RUN-ID and RUN-DATE
      * the identity the report and status record are stamped
      * with. The original batch is always 'ch-2.dat', the file
      * PRC-257-4 reduced and PRC-257-15 solved, as PRC-257-10
      * reads it.
      *
      * This code has the following brewed-in limitations:
      *  - The maximum matrix size is 20x20, the same as the rest
      *    of the chain.
      *  - Only unique solutions are proved. A system PRC-257-15
      *    skipped, found inconsistent, or left with free variables
      *    carries no single answer to substitute, and is listed
      *    as not checked.
      *  - 'ch-2.sol' must be the solution file for the batch in
      *    'ch-2.dat': the run-id and date on the two headers, and
      *    the matrix numbers and system sizes on every block, must
      *    agree, or the files are out of step and the run is
      *    stopped.
      *
      * Modification History:
      *  - Written so a wrong answer out of the reduction is caught
      *    by the chain instead of by the analysts.
      *  - The run-status record now carries the step's start and
      *    end timestamps (system date and time of day, to the
      *    second), so PRC-257-29 can time the step against the
      *    batch window. A run that ends with return code 8 posts
      *    it too, in state WARN, which PRC-257-14 does not resume
      *    past, so the nights this step flags are timed as well.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-20.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BATCH-DATA
           ASSIGN TO 'ch-2.dat'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCH-STATUS.

           SELECT SOLUTION-IN
           ASSIGN TO 'ch-2.sol'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOLUTION-STATUS.

           SELECT VERIFY-OUT
           ASSIGN TO 'ch-2.vfy'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL STATUS-FILE
           ASSIGN TO 'chain.sts'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL CONTROL-CARDS
           ASSIGN TO 'chain.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-CARDS-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD BATCH-DATA.
         01 DATA-REC PIC X(240).
         FD SOLUTION-IN.
         01 SOLUTION-REC PIC X(80).
         FD VERIFY-OUT.
         01 VERIFY-OUT-REC PIC X(80).
         FD STATUS-FILE.
         01 STATUS-OUT-REC PIC X(80).
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 BATCH-STATUS PIC X(2).
           88 BATCH-FOUND VALUE '00'.
         01 SOLUTION-STATUS PIC X(2).
           88 SOLUTION-FOUND VALUE '00'.
           88 SOLUTION-EOF VALUE '10'.
         01 CONTROL-CARDS-STATUS PIC X(2).
           88 CONTROL-CARDS-FOUND VALUE '00'.
           88 CONTROL-CARDS-EOF VALUE '10'.
         01 CTL-KEYWORD PIC X(8).
         01 CTL-VALUE PIC X(40).
         01 CTL-RUN-ID PIC X(8) VALUE 'CHAINRUN'.
         01 CTL-RUN-DATE PIC X(8).
         01 FILLER PIC X(1) VALUE 'N'.
           88 RUN-DATE-DEFAULTED VALUE 'N'.
           88 RUN-DATE-FROM-CARD VALUE 'Y'.
         01 SOL-TOL-TXT PIC X(12) VALUE SPACES.
         01 SOL-TOLERANCE PIC S9(3)V9(6) USAGE IS COMP-3
           VALUE 0.0100.
         01 TOLERANCE-MAX PIC S9(3)V9(6) USAGE IS COMP-3
           VALUE 999.999999.
         01 STATUS-REC.
           03 STS-RUN-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-RUN-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-PROGRAM PIC X(10) VALUE 'PRC-257-20'.
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
         01 MATRIX-COUNT PIC 9(2) USAGE IS COMP.
         01 RUN-ID PIC X(8).
         01 RUN-DATE PIC X(8).
         01 TRAILER-COUNT PIC 9(2) USAGE IS COMP.
         01 DIM-X PIC 9(2) USAGE IS COMP.
         01 DIM-Y PIC 9(2) USAGE IS COMP.
         01 VAR-COUNT PIC 9(2) USAGE IS COMP.
         01 MATRIX-DATA.
           03 MATRIX-ROW OCCURS 20 TIMES.
             05 MATRIX-COLUMN OCCURS 20 TIMES.
               07 CELL PIC S9(5)V9(4) USAGE IS COMP-3.
         01 SOLUTION-DATA.
           03 SOLUTION-ENTRY OCCURS 20 TIMES.
             05 X-VALUE PIC S9(5)V9(4) USAGE IS COMP-3.
             05 X-SEEN PIC X(1).
         01 VALUES-READ PIC 9(2) USAGE IS COMP.
         01 ROW-SUM PIC S9(10)V9(8) USAGE IS COMP-3.
         01 RESIDUAL PIC S9(10)V9(8) USAGE IS COMP-3.
         01 MAX-RESIDUAL PIC S9(10)V9(8) USAGE IS COMP-3.
         01 FILLER PIC X(1) VALUE 'N'.
           88 SOLUTION-NOT-UNIQUE VALUE 'N'.
           88 SOLUTION-UNIQUE VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 RESIDUAL-IN-RANGE VALUE 'N'.
           88 RESIDUAL-OVERFLOW VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 TOLERANCE-OK VALUE 'N'.
           88 TOLERANCE-BAD VALUE 'Y'.
         01 IDX1 PIC 9(2) USAGE IS COMP.
         01 IDX2 PIC 9(2) USAGE IS COMP.
         01 IDX3 PIC 9(2) USAGE IS COMP.
         01 REC-PTR PIC 9(3) USAGE IS COMP.
         01 LINE-NUMBER PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 SOL-LINE-NUMBER PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 COUNT-TXT PIC X(6).
         01 RUNID-TXT PIC X(8).
         01 RUNDATE-TXT PIC X(8).
         01 FORMAT-TXT PIC X(8).
         01 FILLER PIC X(1) VALUE 'N'.
           88 BATCH-INTEGER VALUE 'N'.
           88 BATCH-EXTENDED VALUE 'Y'.
         01 TRAILER-TAG PIC X(8).
         01 TRAILER-CNT-TXT PIC X(6).
         01 DIMX-TXT PIC X(6).
         01 DIMY-TXT PIC X(6).
         01 CELL-TXT PIC X(12).
         01 SOLHDR-TAG PIC X(10).
         01 SOLHDR-RUN-TAG PIC X(4).
         01 SOLHDR-RUN-ID PIC X(8).
         01 SOLHDR-DATE-TAG PIC X(4).
         01 SOLHDR-RUN-DATE PIC X(8).
         01 VALIDATE-TXT PIC X(12).
         01 VALIDATE-NAME PIC X(12).
         01 VALIDATE-VALUE PIC S9(7) USAGE IS COMP.
         01 VALIDATE-MIN PIC S9(7) USAGE IS COMP.
         01 VALIDATE-MAX PIC S9(7) USAGE IS COMP.
         01 VALIDATE-DEC-VALUE PIC S9(5)V9(4) USAGE IS COMP-3.
         01 DEC-CELL-MAX PIC S9(5)V9(4) USAGE IS COMP-3
           VALUE 99999.9999.
         01 VAL-CHECK PIC 9(2) USAGE IS COMP.
         01 VALIDATE-IDX PIC 9(2) USAGE IS COMP.
         01 VALIDATE-CHAR PIC X(1).
         01 FILLER PIC X(1) VALUE 'N'.
           88 TOKEN-FORMAT-BAD VALUE 'Y'.
           88 TOKEN-FORMAT-OK VALUE 'N'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 TOKEN-IN-TRAILING-SPACE VALUE 'Y'.
           88 TOKEN-NOT-IN-TRAILING-SPACE VALUE 'N'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 DECIMAL-POINT-SEEN VALUE 'Y'.
           88 DECIMAL-POINT-NOT-SEEN VALUE 'N'.
         01 COUNT-PASSED PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-FAILED PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-NOT-CHECKED PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.
         01 OUT-LINE PIC X(80).
         01 OUT-PTR PIC 9(3) USAGE IS COMP.
         01 COUNT-EDIT PIC Z9.
         01 TOLERANCE-EDIT PIC ZZ9.999999.
      * The block title and value lines exactly as PRC-257-15
      * lays them out, so each can be taken apart by position.
         01 MATRIX-TITLE.
           03 MT-TAG PIC X(8).
           03 MT-NUM PIC 9(2).
           03 FILLER PIC X(9).
           03 MT-VARS PIC X(2).
           03 FILLER PIC X(15).
           03 MT-ROWS PIC X(2).
           03 FILLER PIC X(42).
         01 SOLUTION-LINE.
           03 FILLER PIC X(2).
           03 SL-NAME PIC X(1).
           03 SL-VAR PIC 9(2).
           03 SL-EQUALS PIC X(3).
           03 SL-VALUE PIC X(12).
           03 FILLER PIC X(60).
         01 VERIFY-HEADER.
           03 FILLER PIC X(17) VALUE 'VERIFICATION RUN '.
           03 VH-RUN-ID PIC X(8).
           03 FILLER PIC X(6) VALUE ' DATE '.
           03 VH-RUN-DATE PIC X(8).
           03 FILLER PIC X(11) VALUE ' TOLERANCE '.
           03 VH-TOLERANCE PIC ZZ9.999999.
         01 VERIFY-TITLE.
           03 FILLER PIC X(8) VALUE 'MATRIX #'.
           03 VT-NUM PIC 9(2).
           03 FILLER PIC X(2) VALUE ' ('.
           03 VT-DIM-X PIC Z9.
           03 FILLER PIC X(1) VALUE 'X'.
           03 VT-DIM-Y PIC Z9.
           03 FILLER PIC X(3) VALUE '): '.
           03 VT-TEXT PIC X(40).
         01 EQUATION-LINE.
           03 FILLER PIC X(13) VALUE '    EQUATION '.
           03 EL-ROW PIC Z9.
           03 FILLER PIC X(10) VALUE ' RESIDUAL '.
           03 EL-RESIDUAL PIC ZZZZZ9.999999.
           03 EL-FLAG PIC X(20).
         01 RESULT-LINE.
           03 FILLER PIC X(10) VALUE '  RESULT: '.
           03 RL-VERDICT PIC X(18).
           03 FILLER PIC X(14) VALUE ' MAX RESIDUAL '.
           03 RL-MAX PIC ZZZZZ9.999999.

       PROCEDURE DIVISION.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO STEP-STARTED.
           PERFORM READ-CONTROL-CARDS.
           IF (RUN-DATE-DEFAULTED)
             ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           IF (TOLERANCE-BAD)
             DISPLAY 'SOL-TOL CARD IS NOT A VALID TOLERANCE: "'
               SOL-TOL-TXT '"'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT BATCH-DATA.
           IF (NOT BATCH-FOUND)
             DISPLAY 'CH-2.DAT NOT FOUND -- RUN PRC-257-3 FIRST.'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT SOLUTION-IN.
           IF (NOT SOLUTION-FOUND)
             DISPLAY 'CH-2.SOL NOT FOUND -- RUN PRC-257-15 FIRST.'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM READ-BATCH-HEADER.
           PERFORM READ-SOLUTION-HEADER.
           OPEN OUTPUT VERIFY-OUT.
           PERFORM WRITE-VERIFY-HEADER.
           PERFORM VERIFY-ONE-MATRIX VARYING IDX1 FROM 1 BY 1
             UNTIL IDX1 > MATRIX-COUNT.
           PERFORM READ-BATCH-TRAILER.
           CLOSE BATCH-DATA.
           CLOSE SOLUTION-IN.
           CLOSE VERIFY-OUT.
           PERFORM PRINT-SUMMARY.
           IF (COUNT-FAILED IS NOT ZERO)
             MOVE 8 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-RUN-STATUS.
           STOP RUN.

      * One matrix, both files: the original system off the batch,
      * then PRC-257-15's block for the same matrix number. Only a
      * unique solution has values to substitute; every other
      * outcome is listed and passed over.
         VERIFY-ONE-MATRIX.
           PERFORM READ-ONE-MATRIX.
           IF (DIM-X < 2)
             MOVE ZERO TO VAR-COUNT
           ELSE
             COMPUTE VAR-COUNT = DIM-X - 1
           END-IF.
           PERFORM READ-SOLUTION-BLOCK.
           MOVE IDX1 TO VT-NUM.
           MOVE DIM-X TO VT-DIM-X.
           MOVE DIM-Y TO VT-DIM-Y.
           IF (SOLUTION-UNIQUE)
             MOVE 'UNIQUE SOLUTION SUBSTITUTED' TO VT-TEXT
             PERFORM WRITE-VERIFY-TITLE
             PERFORM CHECK-UNIQUE-SOLUTION
           ELSE
             MOVE 'NO UNIQUE SOLUTION -- NOT CHECKED.' TO VT-TEXT
             PERFORM WRITE-VERIFY-TITLE
             ADD 1 TO COUNT-NOT-CHECKED
           END-IF.
           MOVE SPACES TO VERIFY-OUT-REC.
           WRITE VERIFY-OUT-REC.
           EXIT.

      * Every variable must have come back exactly once; a block
      * that claims a unique solution but is short a value cannot
      * be proved, and fails outright. Otherwise each equation is
      * re-added with the solution substituted, and the largest
      * residual is judged against the tolerance.
         CHECK-UNIQUE-SOLUTION.
           IF (VALUES-READ IS NOT = VAR-COUNT)
             MOVE 'FAILED, INCOMPLETE' TO RL-VERDICT
             MOVE ZERO TO RL-MAX
             PERFORM WRITE-RESULT-LINE
             ADD 1 TO COUNT-FAILED
           ELSE
             MOVE ZERO TO MAX-RESIDUAL
             SET RESIDUAL-IN-RANGE TO TRUE
             PERFORM CHECK-ONE-EQUATION VARYING IDX2 FROM 1 BY 1
               UNTIL IDX2 > DIM-Y
             MOVE MAX-RESIDUAL TO RL-MAX
             IF (RESIDUAL-OVERFLOW)
               MOVE 'FAILED, OVERFLOW' TO RL-VERDICT
               ADD 1 TO COUNT-FAILED
             ELSE
               IF (MAX-RESIDUAL > SOL-TOLERANCE)
                 MOVE 'FAILED' TO RL-VERDICT
                 ADD 1 TO COUNT-FAILED
               ELSE
                 MOVE 'WITHIN TOLERANCE' TO RL-VERDICT
                 ADD 1 TO COUNT-PASSED
               END-IF
             END-IF
             PERFORM WRITE-RESULT-LINE
           END-IF.
           EXIT.

      * The residual of one equation: the coefficients times the
      * substituted values, less the constant, taken unsigned. An
      * equation whose sum will not fit is reported as an overflow
      * rather than judged off a truncated number.
         CHECK-ONE-EQUATION.
           MOVE ZERO TO ROW-SUM.
           PERFORM ADD-ONE-TERM VARYING IDX3 FROM 1 BY 1
             UNTIL IDX3 > VAR-COUNT.
           COMPUTE RESIDUAL = ROW-SUM - CELL(IDX2, DIM-X)
             ON SIZE ERROR
               SET RESIDUAL-OVERFLOW TO TRUE
               MOVE ZERO TO RESIDUAL
           END-COMPUTE.
           IF (RESIDUAL < ZERO)
             COMPUTE RESIDUAL = ZERO - RESIDUAL
           END-IF.
           IF (RESIDUAL > MAX-RESIDUAL)
             MOVE RESIDUAL TO MAX-RESIDUAL
           END-IF.
           MOVE IDX2 TO EL-ROW.
           MOVE RESIDUAL TO EL-RESIDUAL.
           IF (RESIDUAL > SOL-TOLERANCE)
             MOVE '  <-- OVER TOLERANCE' TO EL-FLAG
           ELSE
             MOVE SPACES TO EL-FLAG
           END-IF.
           DISPLAY EQUATION-LINE.
           MOVE EQUATION-LINE TO VERIFY-OUT-REC.
           WRITE VERIFY-OUT-REC.
           EXIT.

         ADD-ONE-TERM.
           COMPUTE ROW-SUM = ROW-SUM
             + CELL(IDX2, IDX3) * X-VALUE(IDX3)
             ON SIZE ERROR
               SET RESIDUAL-OVERFLOW TO TRUE
           END-COMPUTE.
           EXIT.

         WRITE-VERIFY-HEADER.
           MOVE CTL-RUN-ID TO VH-RUN-ID.
           MOVE CTL-RUN-DATE TO VH-RUN-DATE.
           MOVE SOL-TOLERANCE TO VH-TOLERANCE.
           MOVE VERIFY-HEADER TO VERIFY-OUT-REC.
           WRITE VERIFY-OUT-REC.
           MOVE SPACES TO VERIFY-OUT-REC.
           WRITE VERIFY-OUT-REC.
           DISPLAY HEADER-LINE.
           DISPLAY VERIFY-HEADER.
           EXIT.

         WRITE-VERIFY-TITLE.
           DISPLAY VERIFY-TITLE.
           MOVE VERIFY-TITLE TO VERIFY-OUT-REC.
           WRITE VERIFY-OUT-REC.
           EXIT.

         WRITE-RESULT-LINE.
           DISPLAY RESULT-LINE.
           MOVE RESULT-LINE TO VERIFY-OUT-REC.
           WRITE VERIFY-OUT-REC.
           EXIT.

         PRINT-SUMMARY.
           DISPLAY HEADER-LINE.
           DISPLAY 'VERIFICATION SUMMARY'.
           DISPLAY 'MATRICES IN BATCH:  ' MATRIX-COUNT.
           DISPLAY 'PROVED:             ' COUNT-PASSED.
           DISPLAY 'FAILED:             ' COUNT-FAILED.
           DISPLAY 'NOT CHECKED:        ' COUNT-NOT-CHECKED.
           IF (COUNT-FAILED IS ZERO)
             DISPLAY 'EVERY UNIQUE SOLUTION SATISFIES ITS SYSTEM.'
           ELSE
             DISPLAY 'SOLUTIONS FAILING THEIR SYSTEM -- SEE '
               'CH-2.VFY.'
           END-IF.
           EXIT.

      * PRC-257-15 opens its file with a title line naming the
      * batch it solved; it has to be this batch, or every
      * substitution below would be made into the wrong system.
         READ-SOLUTION-HEADER.
           PERFORM READ-SOLUTION-RECORD.
           PERFORM READ-SOLUTION-RECORD
             UNTIL SOLUTION-EOF OR SOLUTION-REC IS NOT = SPACES.
           IF (SOLUTION-EOF)
             DISPLAY 'CH-2.SOL IS EMPTY -- RUN PRC-257-15 FIRST.'
             PERFORM ABORT-RUN
           END-IF.
           MOVE SPACES TO SOLHDR-TAG.
           UNSTRING SOLUTION-REC
             DELIMITED BY ALL SPACES
             INTO SOLHDR-TAG
                  SOLHDR-RUN-TAG
                  SOLHDR-RUN-ID
                  SOLHDR-DATE-TAG
                  SOLHDR-RUN-DATE.
           IF (SOLHDR-TAG IS NOT = 'SOLUTIONS')
             DISPLAY 'CH-2.SOL HAS NO SOLUTIONS HEADER AT LINE '
               SOL-LINE-NUMBER
             PERFORM ABORT-RUN
           END-IF.
           IF (SOLHDR-RUN-ID IS NOT = RUN-ID)
              OR (SOLHDR-RUN-DATE IS NOT = RUN-DATE)
             DISPLAY 'CH-2.SOL IS FOR RUN ' SOLHDR-RUN-ID ' DATE '
               SOLHDR-RUN-DATE ', THE BATCH IS RUN ' RUN-ID
               ' DATE ' RUN-DATE ' -- FILES OUT OF STEP'
             PERFORM ABORT-RUN
           END-IF.
           EXIT.

      * One matrix's block: its title, then every line up to the
      * blank line PRC-257-15 closes each block with. The value
      * lines are only taken once the UNIQUE SOLUTION line has
      * been seen, since a free-variable block prints the same
      * layout for its particular values.
         READ-SOLUTION-BLOCK.
           PERFORM READ-SOLUTION-RECORD.
           PERFORM READ-SOLUTION-RECORD
             UNTIL SOLUTION-EOF OR SOLUTION-REC IS NOT = SPACES.
           IF (SOLUTION-EOF)
             DISPLAY 'CH-2.SOL ENDS BEFORE MATRIX #' IDX1
               ' -- FILES OUT OF STEP'
             PERFORM ABORT-RUN
           END-IF.
           MOVE SOLUTION-REC TO MATRIX-TITLE.
           IF (MT-TAG IS NOT = 'MATRIX #')
              OR (MT-NUM IS NOT NUMERIC)
             DISPLAY 'CH-2.SOL HAS NO MATRIX TITLE AT LINE '
               SOL-LINE-NUMBER
             PERFORM ABORT-RUN
           END-IF.
           IF (MT-NUM IS NOT = IDX1)
             DISPLAY 'CH-2.SOL CARRIES MATRIX #' MT-NUM
               ' WHERE THE BATCH CARRIES MATRIX #' IDX1
               ' -- FILES OUT OF STEP'
             PERFORM ABORT-RUN
           END-IF.
           MOVE VAR-COUNT TO COUNT-EDIT.
           IF (MT-VARS IS NOT = COUNT-EDIT)
             DISPLAY 'CH-2.SOL MATRIX #' MT-NUM ' HAS ' MT-VARS
               ' VARIABLES, THE BATCH HAS ' COUNT-EDIT
               ' -- FILES OUT OF STEP'
             PERFORM ABORT-RUN
           END-IF.
           MOVE DIM-Y TO COUNT-EDIT.
           IF (MT-ROWS IS NOT = COUNT-EDIT)
             DISPLAY 'CH-2.SOL MATRIX #' MT-NUM ' HAS ' MT-ROWS
               ' EQUATIONS, THE BATCH HAS ' COUNT-EDIT
               ' -- FILES OUT OF STEP'
             PERFORM ABORT-RUN
           END-IF.
           SET SOLUTION-NOT-UNIQUE TO TRUE.
           MOVE ZERO TO VALUES-READ.
           PERFORM CLEAR-ONE-VALUE VARYING IDX3 FROM 1 BY 1
             UNTIL IDX3 > 20.
           PERFORM READ-SOLUTION-RECORD.
           PERFORM TAKE-SOLUTION-LINE
             UNTIL SOLUTION-EOF OR SOLUTION-REC = SPACES.
           EXIT.

         CLEAR-ONE-VALUE.
           MOVE ZERO TO X-VALUE(IDX3).
           MOVE 'N' TO X-SEEN(IDX3).
           EXIT.

      * A value line is "  Xnn = value", the value trimmed of its
      * leading spaces. The variable number must be one of this
      * system's, and the value goes through the same decimal
      * format rule every reader of the extended batch applies.
         TAKE-SOLUTION-LINE.
           IF (SOLUTION-REC = '  UNIQUE SOLUTION:')
             SET SOLUTION-UNIQUE TO TRUE
           ELSE
             IF (SOLUTION-UNIQUE) AND (SOLUTION-REC(1:3) = '  X')
               PERFORM TAKE-SOLUTION-VALUE
             END-IF
           END-IF.
           PERFORM READ-SOLUTION-RECORD.
           EXIT.

         TAKE-SOLUTION-VALUE.
           MOVE SOLUTION-REC TO SOLUTION-LINE.
           IF (SL-VAR IS NOT NUMERIC)
              OR (SL-EQUALS IS NOT = ' = ')
             DISPLAY 'CH-2.SOL HAS A BAD VALUE LINE AT LINE '
               SOL-LINE-NUMBER
             PERFORM ABORT-RUN
           END-IF.
           MOVE SL-VAR TO IDX3.
           IF (IDX3 < 1) OR (IDX3 > VAR-COUNT)
             DISPLAY 'CH-2.SOL NAMES X' SL-VAR ' AT LINE '
               SOL-LINE-NUMBER ', OUTSIDE THE SYSTEM'
             PERFORM ABORT-RUN
           END-IF.
           MOVE SL-VALUE TO VALIDATE-TXT.
           MOVE 'SOLUTION' TO VALIDATE-NAME.
           MOVE SOL-LINE-NUMBER TO LINE-NUMBER.
           PERFORM VALIDATE-DECIMAL-TOKEN.
           MOVE VALIDATE-DEC-VALUE TO X-VALUE(IDX3).
           IF (X-SEEN(IDX3) IS NOT = 'Y')
             MOVE 'Y' TO X-SEEN(IDX3)
             ADD 1 TO VALUES-READ
           END-IF.
           EXIT.

         READ-SOLUTION-RECORD.
           READ SOLUTION-IN
             AT END
               CONTINUE
             NOT AT END
               ADD 1 TO SOL-LINE-NUMBER
           END-READ.
           EXIT.

      * A clean finish is posted to the chain run-status file, so
      * the PRC-257-14 controller can skip this step on a restart.
      * A run that found a failing solution ends with return code
      * 8 and posts in state WARN: its date and times are on
      * record, but only DONE lets the controller skip it, so a
      * restart re-runs the proof and keeps the exception in front
      * of the operators.
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
             CLOSE STATUS-FILE
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
      * startup; this program honors RUN-ID, RUN-DATE and SOL-TOL
      * and leaves the other steps' cards alone. A '*' card is a
      * comment.
         READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS.
           IF (CONTROL-CARDS-FOUND)
             PERFORM READ-CONTROL-RECORD
             PERFORM APPLY-CONTROL-CARD UNTIL CONTROL-CARDS-EOF
           END-IF.
           CLOSE CONTROL-CARDS.
           EXIT.

         READ-CONTROL-RECORD.
           READ CONTROL-CARDS
             AT END
               CONTINUE
           END-READ.
           EXIT.

         APPLY-CONTROL-CARD.
           MOVE SPACES TO CTL-KEYWORD.
           MOVE SPACES TO CTL-VALUE.
           UNSTRING CONTROL-REC
             DELIMITED BY ALL SPACES
             INTO CTL-KEYWORD
                  CTL-VALUE.
           IF (CTL-KEYWORD = 'RUN-ID')
             MOVE CTL-VALUE TO CTL-RUN-ID
           ELSE
             IF (CTL-KEYWORD = 'RUN-DATE')
               MOVE CTL-VALUE TO CTL-RUN-DATE
               SET RUN-DATE-FROM-CARD TO TRUE
             ELSE
               IF (CTL-KEYWORD = 'SOL-TOL')
                 PERFORM APPLY-TOLERANCE-CARD
               END-IF
             END-IF
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           EXIT.

      * The tolerance is a plain positive decimal, '0.0005' or
      * '1'; anything else is held until the cards are all read
      * and then stops the run, since proving the night's answers
      * against a tolerance nobody asked for proves nothing.
         APPLY-TOLERANCE-CARD.
           MOVE CTL-VALUE TO SOL-TOL-TXT.
           MOVE SOL-TOL-TXT TO VALIDATE-TXT.
           PERFORM CHECK-DECIMAL-FORMAT.
           IF (TOKEN-FORMAT-BAD) OR (SOL-TOL-TXT(1:1) = '-')
             SET TOLERANCE-BAD TO TRUE
           ELSE
             MOVE FUNCTION TEST-NUMVAL(SOL-TOL-TXT) TO VAL-CHECK
             IF (VAL-CHECK IS NOT ZERO)
               SET TOLERANCE-BAD TO TRUE
             ELSE
               IF (FUNCTION NUMVAL(SOL-TOL-TXT) > TOLERANCE-MAX)
                 SET TOLERANCE-BAD TO TRUE
               ELSE
                 MOVE FUNCTION NUMVAL(SOL-TOL-TXT) TO SOL-TOLERANCE
                 IF (SOL-TOLERANCE IS ZERO)
                   SET TOLERANCE-BAD TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF.
           EXIT.

      * The same batch header the rest of the chain reads; the
      * EXT tag after the count marks the extended format with
      * signed four-decimal cells.
         READ-BATCH-HEADER.
           PERFORM READ-DATA-RECORD.
           MOVE SPACES TO FORMAT-TXT.
           UNSTRING DATA-REC
             DELIMITED BY SPACES
             INTO RUNID-TXT
                  RUNDATE-TXT
                  COUNT-TXT
                  FORMAT-TXT.
           IF (FORMAT-TXT = 'EXT')
             SET BATCH-EXTENDED TO TRUE
           END-IF.
           MOVE RUNID-TXT TO RUN-ID.
           MOVE RUNDATE-TXT TO RUN-DATE.
           MOVE COUNT-TXT TO VALIDATE-TXT.
           MOVE 'MATRIX-COUNT' TO VALIDATE-NAME.
           MOVE 1 TO VALIDATE-MIN.
           MOVE 50 TO VALIDATE-MAX.
           PERFORM VALIDATE-NUMERIC-TOKEN.
           MOVE VALIDATE-VALUE TO MATRIX-COUNT.
           EXIT.

         READ-BATCH-TRAILER.
           PERFORM READ-DATA-RECORD.
           UNSTRING DATA-REC
             DELIMITED BY SPACES
             INTO TRAILER-TAG
                  TRAILER-CNT-TXT.
           MOVE TRAILER-CNT-TXT TO VALIDATE-TXT.
           MOVE 'TRAILER-CNT' TO VALIDATE-NAME.
           MOVE 1 TO VALIDATE-MIN.
           MOVE 50 TO VALIDATE-MAX.
           PERFORM VALIDATE-NUMERIC-TOKEN.
           MOVE VALIDATE-VALUE TO TRAILER-COUNT.
           IF (TRAILER-COUNT IS NOT = MATRIX-COUNT)
             DISPLAY 'TRAILER CONTROL COUNT MISMATCH AT LINE '
               LINE-NUMBER ': EXPECTED ' MATRIX-COUNT
               ' GOT ' TRAILER-COUNT
             PERFORM ABORT-RUN
           END-IF.
           EXIT.

         READ-ONE-MATRIX.
           PERFORM READ-DATA-RECORD.
           UNSTRING DATA-REC
             DELIMITED BY SPACES
             INTO DIMX-TXT
                  DIMY-TXT.
           MOVE DIMX-TXT TO VALIDATE-TXT.
           MOVE 'DIM-X' TO VALIDATE-NAME.
           MOVE 1 TO VALIDATE-MIN.
           MOVE 20 TO VALIDATE-MAX.
           PERFORM VALIDATE-NUMERIC-TOKEN.
           MOVE VALIDATE-VALUE TO DIM-X.
           MOVE DIMY-TXT TO VALIDATE-TXT.
           MOVE 'DIM-Y' TO VALIDATE-NAME.
           PERFORM VALIDATE-NUMERIC-TOKEN.
           MOVE VALIDATE-VALUE TO DIM-Y.
           PERFORM READ-MATRIX-ROW VARYING IDX2 FROM 1 BY 1
             UNTIL IDX2 > DIM-Y.
           EXIT.

         READ-MATRIX-ROW.
           PERFORM READ-DATA-RECORD.
           MOVE 1 TO REC-PTR.
           PERFORM UNSTRING-ONE-CELL VARYING IDX3 FROM 1 BY 1
             UNTIL IDX3 > DIM-X.
           EXIT.

         UNSTRING-ONE-CELL.
           UNSTRING DATA-REC
             DELIMITED BY SPACES
             INTO CELL-TXT
             WITH POINTER REC-PTR.
           MOVE CELL-TXT TO VALIDATE-TXT.
           MOVE 'CELL' TO VALIDATE-NAME.
           IF (BATCH-EXTENDED)
             PERFORM VALIDATE-DECIMAL-TOKEN
           ELSE
             MOVE -99 TO VALIDATE-MIN
             MOVE 99 TO VALIDATE-MAX
             PERFORM VALIDATE-NUMERIC-TOKEN
             MOVE VALIDATE-VALUE TO VALIDATE-DEC-VALUE
           END-IF.
           MOVE VALIDATE-DEC-VALUE TO CELL(IDX2, IDX3).
           EXIT.

         READ-DATA-RECORD.
           READ BATCH-DATA
             AT END
               DISPLAY 'UNEXPECTED END OF FILE AFTER LINE '
                 LINE-NUMBER
               PERFORM ABORT-RUN
           END-READ.
           ADD 1 TO LINE-NUMBER.
           EXIT.

      * The batch has been through PRC-257-2's validation by the
      * time it gets here, so a bad field is reported and the run
      * stopped rather than handled record by record -- with the
      * same plain-digits check ahead of TEST-NUMVAL/NUMVAL that
      * every other reader of the batch applies.
         VALIDATE-NUMERIC-TOKEN.
           PERFORM CHECK-TOKEN-FORMAT.
           IF (TOKEN-FORMAT-BAD)
             DISPLAY 'INVALID DATA AT LINE ' LINE-NUMBER ', FIELD '
               VALIDATE-NAME ': "' VALIDATE-TXT '"'
             PERFORM ABORT-RUN
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(VALIDATE-TXT) TO VAL-CHECK.
           IF (VAL-CHECK IS NOT ZERO)
             DISPLAY 'INVALID DATA AT LINE ' LINE-NUMBER ', FIELD '
               VALIDATE-NAME ': "' VALIDATE-TXT '"'
             PERFORM ABORT-RUN
           END-IF.
           MOVE FUNCTION NUMVAL(VALIDATE-TXT) TO VALIDATE-VALUE.
           IF (VALIDATE-VALUE < VALIDATE-MIN)
              OR (VALIDATE-VALUE > VALIDATE-MAX)
             DISPLAY 'INVALID DATA AT LINE ' LINE-NUMBER ', FIELD '
               VALIDATE-NAME ' OUT OF RANGE: ' VALIDATE-TXT
             PERFORM ABORT-RUN
           END-IF.
           EXIT.

      * The extended-format cousin: one decimal point allowed,
      * never leading -- the same CHECK-DECIMAL-FORMAT rule
      * PRC-257-2 applies to the very same EXT cells. The
      * solution values in 'ch-2.sol' are held to it as well.
         VALIDATE-DECIMAL-TOKEN.
           PERFORM CHECK-DECIMAL-FORMAT.
           IF (TOKEN-FORMAT-BAD)
             DISPLAY 'INVALID DATA AT LINE ' LINE-NUMBER ', FIELD '
               VALIDATE-NAME ': "' VALIDATE-TXT '"'
             PERFORM ABORT-RUN
           END-IF.
           MOVE FUNCTION TEST-NUMVAL(VALIDATE-TXT) TO VAL-CHECK.
           IF (VAL-CHECK IS NOT ZERO)
             DISPLAY 'INVALID DATA AT LINE ' LINE-NUMBER ', FIELD '
               VALIDATE-NAME ': "' VALIDATE-TXT '"'
             PERFORM ABORT-RUN
           END-IF.
           MOVE FUNCTION NUMVAL(VALIDATE-TXT)
             TO VALIDATE-DEC-VALUE.
           IF (VALIDATE-DEC-VALUE < - DEC-CELL-MAX)
              OR (VALIDATE-DEC-VALUE > DEC-CELL-MAX)
             DISPLAY 'INVALID DATA AT LINE ' LINE-NUMBER ', FIELD '
               VALIDATE-NAME ' OUT OF RANGE: ' VALIDATE-TXT
             PERFORM ABORT-RUN
           END-IF.
           EXIT.

      * An integer token is nothing but digits with an optional
      * leading '-', out to the first trailing space, then nothing
      * but spaces.
         CHECK-TOKEN-FORMAT.
           SET TOKEN-FORMAT-OK TO TRUE.
           SET TOKEN-NOT-IN-TRAILING-SPACE TO TRUE.
           PERFORM CHECK-ONE-TOKEN-CHAR VARYING VALIDATE-IDX
             FROM 1 BY 1
             UNTIL VALIDATE-IDX > 12 OR TOKEN-FORMAT-BAD.
           EXIT.

         CHECK-ONE-TOKEN-CHAR.
           MOVE VALIDATE-TXT(VALIDATE-IDX:1) TO VALIDATE-CHAR.
           IF (VALIDATE-CHAR = SPACE)
             SET TOKEN-IN-TRAILING-SPACE TO TRUE
           ELSE
             IF (TOKEN-IN-TRAILING-SPACE)
               SET TOKEN-FORMAT-BAD TO TRUE
             ELSE
               IF (VALIDATE-IDX = 1 AND VALIDATE-CHAR = '-')
                 CONTINUE
               ELSE
                 IF (VALIDATE-CHAR IS NOT NUMERIC)
                   SET TOKEN-FORMAT-BAD TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF.
           EXIT.

      * A decimal token is an optionally signed run of digits with
      * at most one decimal point, and the point never leads --
      * '-3.25' and '17' pass, '.5', '3.2.5' and '3,25' fail.
         CHECK-DECIMAL-FORMAT.
           SET TOKEN-FORMAT-OK TO TRUE.
           SET TOKEN-NOT-IN-TRAILING-SPACE TO TRUE.
           SET DECIMAL-POINT-NOT-SEEN TO TRUE.
           PERFORM CHECK-ONE-DECIMAL-CHAR VARYING VALIDATE-IDX
             FROM 1 BY 1
             UNTIL VALIDATE-IDX > 12 OR TOKEN-FORMAT-BAD.
           EXIT.

         CHECK-ONE-DECIMAL-CHAR.
           MOVE VALIDATE-TXT(VALIDATE-IDX:1) TO VALIDATE-CHAR.
           IF (VALIDATE-CHAR = SPACE)
             SET TOKEN-IN-TRAILING-SPACE TO TRUE
           ELSE
             IF (TOKEN-IN-TRAILING-SPACE)
               SET TOKEN-FORMAT-BAD TO TRUE
             ELSE
               IF (VALIDATE-IDX = 1 AND VALIDATE-CHAR = '-')
                 CONTINUE
               ELSE
                 IF (VALIDATE-CHAR = '.')
                   IF (VALIDATE-IDX = 1) OR (DECIMAL-POINT-SEEN)
                     SET TOKEN-FORMAT-BAD TO TRUE
                   ELSE
                     SET DECIMAL-POINT-SEEN TO TRUE
                   END-IF
                 ELSE
                   IF (VALIDATE-CHAR IS NOT NUMERIC)
                     SET TOKEN-FORMAT-BAD TO TRUE
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
           EXIT.

         ABORT-RUN.
           DISPLAY 'RUN TERMINATED DUE TO INVALID INPUT DATA.'.
           CLOSE BATCH-DATA.
           CLOSE SOLUTION-IN.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
