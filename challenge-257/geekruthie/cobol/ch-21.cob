      * Perl/Raku Weekly Challenge Week 257, determinant and inverse
      * step
      *
      * GnuCOBOL, v 3.2-rc2.0
      *
      * Compile and execute with: $ cobc -xj ch-21.cob
      *
      * This program gives the analysts the determinant of every
      * square matrix in the batch, and the inverse of every one
      * that has one. It reads 'ch-2.dat' (integer or extended
      * format, the same as the rest of the chain's readers) and
      * carries each square matrix through a Gauss-Jordan
      * elimination of the matrix set beside the identity: the
      * determinant is the product of the pivots, with its sign
      * turned for every row swap, and once the left half has
      * been reduced to the identity the right half is the
      * inverse. A column with no usable pivot left makes the
      * matrix singular -- determinant zero, no inverse.
      *
      * The inverses go to 'ch-2.inv' in the extended batch
      * format -- header with the batch's run-id and date, the
      * count of inverses and the EXT tag, a dimension record and
      * the rows of each inverse, and the TRAILER control count --
      * so any reader of the extended batch can take them. The
      * summary lists the singular and non-square matrices, maps
      * each inverse back to its matrix number in the batch, and
      * the run's end record in 'chain.aud' carries the singular
      * count in its exceptions field.
      *
      * Control cards in 'chain.ctl': CH2-DATA names the batch
      * (default 'ch-2.dat'), CH2-INV the inverse file (default
      * 'ch-2.inv'), AUDIT the audit ledger, RUN-ID and RUN-DATE
      * the identity the audit and status records are stamped
      * with.
      *
      * This code has the following brewed-in limitations:
      *  - The maximum matrix size is 20x20, the same as the rest
      *    of the chain; a non-square matrix has no determinant
      *    and is only listed.
      *  - The elimination is carried in scaled decimal with eight
      *    decimal places, choosing the largest pivot left in each
      *    column. A pivot no larger than 0.000100 is taken as
      *    zero, so a matrix that is singular in exact arithmetic
      *    is not handed an inverse built out of rounding residue
      *    -- and, by the same rule, a matrix whose entries are
      *    all that small is reported singular.
      *  - The determinant is reported rounded to four decimal
      *    places, like every other value the chain prints; one
      *    past 9,999,999,999.9999 either way is reported as out
      *    of range, and the inverse is still taken.
      *  - An inverse with a cell past the extended cell range
      *    (99999.9999 either way) is reported and left out of
      *    'ch-2.inv' rather than written clamped.
      *  - A matrix that overflows the working fields part way
      *    through the elimination has neither an inverse nor a
      *    determinant -- the product of the pivots seen so far is
      *    not one -- and is reported as DETERMINANT OVERFLOW and
      *    counted on its own in the summary.
      *  - A batch with no invertible matrix leaves 'ch-2.inv'
      *    empty: the batch format has no way to say "no
      *    matrices".
      *
      * Modification History:
      *  - Written so the determinants and inverses the analysts
      *    kept working out by hand come off the nightly batch.
      *  - The run-status record now carries the step's start and
      *    end timestamps (system date and time of day, to the
      *    second), and the audit records are stamped with the
      *    time each was written, so PRC-257-29 can time the step
      *    against the batch window.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-21.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT BATCH-DATA
           ASSIGN USING CH2-DATA-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS BATCH-STATUS.

           SELECT INVERSE-OUT
           ASSIGN USING CH2-INV-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL AUDIT-FILE
           ASSIGN USING AUDIT-NAME
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
         FD INVERSE-OUT.
         01 INVERSE-OUT-REC PIC X(240).
         FD AUDIT-FILE.
         01 AUDIT-OUT-REC PIC X(80).
         FD STATUS-FILE.
         01 STATUS-OUT-REC PIC X(80).
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 CH2-DATA-NAME PIC X(40) VALUE 'ch-2.dat'.
         01 CH2-INV-NAME PIC X(40) VALUE 'ch-2.inv'.
         01 AUDIT-NAME PIC X(40) VALUE 'chain.aud'.
         01 BATCH-STATUS PIC X(2).
           88 BATCH-FOUND VALUE '00'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 BATCH-CLOSED VALUE 'N'.
           88 BATCH-OPEN VALUE 'Y'.
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
         01 AUDIT-REC.
           03 AUD-PROGRAM PIC X(10) VALUE 'PRC-257-21'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-RUN-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-RUN-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-PHASE PIC X(5).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-READ PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-WRITTEN PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-RC PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-EXCEPTIONS PIC 9(6) VALUE ZERO.
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-STAMP PIC X(14).
         01 FILLER PIC X(1) VALUE 'N'.
           88 AUDIT-NOT-STARTED VALUE 'N'.
           88 AUDIT-STARTED VALUE 'Y'.
         01 STATUS-REC.
           03 STS-RUN-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-RUN-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-PROGRAM PIC X(10) VALUE 'PRC-257-21'.
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
         01 MATRIX-COUNT PIC 9(2) USAGE IS COMP VALUE ZERO.
         01 RUN-ID PIC X(8).
         01 RUN-DATE PIC X(8).
         01 TRAILER-COUNT PIC 9(2) USAGE IS COMP.
         01 DIM-X PIC 9(2) USAGE IS COMP.
         01 DIM-Y PIC 9(2) USAGE IS COMP.
         01 AUG-WIDTH PIC 9(2) USAGE IS COMP.
         01 AUG-IDX PIC 9(2) USAGE IS COMP.
         01 MATRIX-DATA.
           03 MATRIX-ROW OCCURS 20 TIMES.
             05 MATRIX-COLUMN OCCURS 20 TIMES.
               07 CELL PIC S9(5)V9(4) USAGE IS COMP-3.
      * The matrix on the left, the identity on the right; by the
      * end of the elimination the right half is the inverse.
         01 WORK-DATA.
           03 WORK-ROW OCCURS 20 TIMES.
             05 WORK-COLUMN OCCURS 40 TIMES.
               07 WORK-CELL PIC S9(9)V9(8) USAGE IS COMP-3.
      * Every inverse is staged here until the batch is done, so
      * the header of 'ch-2.inv' can carry the count actually
      * written.
         01 INVERSE-STORE.
           03 INVERSE-ENTRY OCCURS 50 TIMES.
             05 INV-SOURCE PIC 9(2) USAGE IS COMP.
             05 INV-DIM PIC 9(2) USAGE IS COMP.
             05 INV-ROW OCCURS 20 TIMES.
               07 INV-COLUMN OCCURS 20 TIMES.
                 09 INV-CELL PIC S9(5)V9(4) USAGE IS COMP-3.
         01 INVERSE-COUNT PIC 9(2) USAGE IS COMP VALUE ZERO.
         01 INV-IDX PIC 9(2) USAGE IS COMP.
         01 RESULT-TABLE.
           03 MATRIX-RESULT OCCURS 50 TIMES PIC X(1).
             88 RESULT-INVERTED VALUE 'I'.
             88 RESULT-SINGULAR VALUE 'S'.
             88 RESULT-NOT-SQUARE VALUE 'N'.
             88 RESULT-OUT-OF-RANGE VALUE 'R'.
             88 RESULT-ELIMINATION-OVERFLOW VALUE 'E'.
         01 DETERMINANT PIC S9(10)V9(8) USAGE IS COMP-3.
         01 PIVOT-VALUE PIC S9(9)V9(8) USAGE IS COMP-3.
         01 ROW-FACTOR PIC S9(9)V9(8) USAGE IS COMP-3.
         01 SWAP-CELL PIC S9(9)V9(8) USAGE IS COMP-3.
         01 CELL-MAGNITUDE PIC S9(9)V9(8) USAGE IS COMP-3.
         01 BEST-MAGNITUDE PIC S9(9)V9(8) USAGE IS COMP-3.
         01 PIVOT-TOL PIC S9(1)V9(6) USAGE IS COMP-3 VALUE 0.000100.
         01 INV-ZERO-TOL PIC S9(1)V9(6) USAGE IS COMP-3
           VALUE 0.000050.
         01 EXT-CELL-MAX PIC S9(5)V9(4) USAGE IS COMP-3
           VALUE 99999.9999.
         01 FILLER PIC X(1) VALUE 'N'.
           88 MATRIX-NONSINGULAR VALUE 'N'.
           88 MATRIX-SINGULAR VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 INVERT-CLEAN VALUE 'N'.
           88 INVERT-OVERFLOWED VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 DETERMINANT-IN-RANGE VALUE 'N'.
           88 DETERMINANT-OVERFLOWED VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 ELIMINATION-COMPLETE VALUE 'N'.
           88 ELIMINATION-OVERFLOWED VALUE 'Y'.
         01 IDX1 PIC 9(2) USAGE IS COMP.
         01 IDX2 PIC 9(2) USAGE IS COMP.
         01 IDX3 PIC 9(2) USAGE IS COMP.
         01 COL-IDX PIC 9(2) USAGE IS COMP.
         01 ROW-IDX PIC 9(2) USAGE IS COMP.
         01 SWAP-IDX PIC 9(2) USAGE IS COMP.
         01 FOUND-ROW PIC 9(2) USAGE IS COMP.
         01 REC-PTR PIC 9(3) USAGE IS COMP.
         01 LINE-NUMBER PIC 9(4) USAGE IS COMP VALUE ZERO.
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
         01 COUNT-INVERTED PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-SINGULAR PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-NOT-SQUARE PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-OUT-OF-RANGE PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-ELIM-OVERFLOW PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.
         01 CELL-EDIT PIC -----9.9999.
         01 COUNT-EDIT PIC Z9.
         01 INV-NUM-EDIT PIC 9(2).
         01 OUT-LINE PIC X(240).
         01 OUT-PTR PIC 9(3) USAGE IS COMP.
         01 TRIM-PTR PIC 9(2) USAGE IS COMP.
         01 RESULT-TITLE.
           03 FILLER PIC X(8) VALUE 'MATRIX #'.
           03 RT-NUM PIC 9(2).
           03 FILLER PIC X(2) VALUE ' ('.
           03 RT-DIM-X PIC Z9.
           03 FILLER PIC X(1) VALUE 'X'.
           03 RT-DIM-Y PIC Z9.
           03 FILLER PIC X(3) VALUE '): '.
           03 RT-TEXT PIC X(60).
         01 DETERMINANT-LINE.
           03 FILLER PIC X(16) VALUE '    DETERMINANT '.
           03 DL-VALUE PIC -(10)9.9999.
         01 INVERSE-MAP-LINE.
           03 FILLER PIC X(10) VALUE '  MATRIX #'.
           03 IM-SOURCE PIC 9(2).
           03 FILLER PIC X(14) VALUE ' -> CH-2.INV #'.
           03 IM-TARGET PIC 9(2).

       PROCEDURE DIVISION.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO STEP-STARTED.
           PERFORM READ-CONTROL-CARDS.
           IF (RUN-DATE-DEFAULTED)
             ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN INPUT BATCH-DATA.
           IF (NOT BATCH-FOUND)
             DISPLAY CH2-DATA-NAME
             DISPLAY 'NOT FOUND -- RUN PRC-257-3 FIRST.'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           SET BATCH-OPEN TO TRUE.
           PERFORM WRITE-AUDIT-START.
           PERFORM READ-BATCH-HEADER.
           DISPLAY HEADER-LINE.
           DISPLAY 'DETERMINANTS AND INVERSES, RUN ' RUN-ID
             ' DATE ' RUN-DATE.
           PERFORM PROCESS-ONE-MATRIX VARYING IDX1 FROM 1 BY 1
             UNTIL IDX1 > MATRIX-COUNT.
           PERFORM READ-BATCH-TRAILER.
           CLOSE BATCH-DATA.
           SET BATCH-CLOSED TO TRUE.
           PERFORM WRITE-INVERSE-FILE.
           PERFORM PRINT-SUMMARY.
           PERFORM WRITE-AUDIT-END.
           PERFORM WRITE-RUN-STATUS.
           STOP RUN.

      * A non-square matrix is only listed; a square one is
      * eliminated, and its result is one of four: singular,
      * inverted, inverted past what the extended format can
      * carry, or overflowed before the elimination finished.
         PROCESS-ONE-MATRIX.
           PERFORM READ-ONE-MATRIX.
           MOVE IDX1 TO RT-NUM.
           MOVE DIM-X TO RT-DIM-X.
           MOVE DIM-Y TO RT-DIM-Y.
           IF (DIM-X IS NOT = DIM-Y)
             SET RESULT-NOT-SQUARE(IDX1) TO TRUE
             ADD 1 TO COUNT-NOT-SQUARE
             MOVE 'NOT SQUARE -- NO DETERMINANT OR INVERSE'
               TO RT-TEXT
             DISPLAY RESULT-TITLE
           ELSE
             PERFORM INVERT-MATRIX
             PERFORM REPORT-SQUARE-MATRIX
           END-IF.
           EXIT.

         REPORT-SQUARE-MATRIX.
           IF (MATRIX-SINGULAR)
             SET RESULT-SINGULAR(IDX1) TO TRUE
             ADD 1 TO COUNT-SINGULAR
             MOVE 'SINGULAR -- NO INVERSE' TO RT-TEXT
           ELSE
             IF (ELIMINATION-OVERFLOWED)
               SET RESULT-ELIMINATION-OVERFLOW(IDX1) TO TRUE
               ADD 1 TO COUNT-ELIM-OVERFLOW
               MOVE 'OVERFLOW IN ELIMINATION -- NO INVERSE'
                 TO RT-TEXT
             ELSE
               IF (INVERT-OVERFLOWED)
                 SET RESULT-OUT-OF-RANGE(IDX1) TO TRUE
                 ADD 1 TO COUNT-OUT-OF-RANGE
                 MOVE 'INVERSE PAST EXTENDED CELL RANGE -- NOT WRITTEN'
                   TO RT-TEXT
               ELSE
                 SET RESULT-INVERTED(IDX1) TO TRUE
                 ADD 1 TO COUNT-INVERTED
                 ADD 1 TO INVERSE-COUNT
                 MOVE 'INVERSE WRITTEN AS CH-2.INV #' TO RT-TEXT
                 MOVE INVERSE-COUNT TO INV-NUM-EDIT
                 MOVE INV-NUM-EDIT TO RT-TEXT(30:2)
               END-IF
             END-IF
           END-IF.
           DISPLAY RESULT-TITLE.
           IF (ELIMINATION-OVERFLOWED)
             DISPLAY '    DETERMINANT OVERFLOW'
           ELSE
             IF (DETERMINANT-OVERFLOWED)
               DISPLAY '    DETERMINANT OUT OF RANGE'
             ELSE
               COMPUTE DL-VALUE ROUNDED = DETERMINANT
               DISPLAY DETERMINANT-LINE
             END-IF
           END-IF.
           EXIT.

      * Gauss-Jordan elimination of [A | I]. Column by column, the
      * row below the diagonal with the largest entry in the
      * column is swapped up (each swap turns the determinant's
      * sign), the determinant takes the pivot as a factor, the
      * pivot row is scaled so the pivot is 1, and the column is
      * eliminated from every other row. A column with nothing
      * usable left makes the matrix singular, and the determinant
      * is then exactly zero. An overflow that stops the columns
      * early leaves the determinant unfinished, so it is marked
      * as such and never reported as a value.
         INVERT-MATRIX.
           SET MATRIX-NONSINGULAR TO TRUE.
           SET INVERT-CLEAN TO TRUE.
           SET ELIMINATION-COMPLETE TO TRUE.
           SET DETERMINANT-IN-RANGE TO TRUE.
           MOVE 1 TO DETERMINANT.
           COMPUTE AUG-WIDTH = DIM-X * 2.
           PERFORM LOAD-AUGMENTED-ROW VARYING IDX2 FROM 1 BY 1
             UNTIL IDX2 > DIM-Y.
           PERFORM ELIMINATE-ONE-COLUMN VARYING COL-IDX FROM 1 BY 1
             UNTIL COL-IDX > DIM-X OR MATRIX-SINGULAR
               OR INVERT-OVERFLOWED.
           IF (INVERT-OVERFLOWED)
             SET ELIMINATION-OVERFLOWED TO TRUE
           END-IF.
           IF (MATRIX-SINGULAR)
             MOVE ZERO TO DETERMINANT
             SET DETERMINANT-IN-RANGE TO TRUE
           ELSE
             IF (INVERT-CLEAN)
               PERFORM STAGE-INVERSE
             END-IF
           END-IF.
           EXIT.

         LOAD-AUGMENTED-ROW.
           PERFORM LOAD-AUGMENTED-CELL VARYING IDX3 FROM 1 BY 1
             UNTIL IDX3 > AUG-WIDTH.
           EXIT.

         LOAD-AUGMENTED-CELL.
           IF (IDX3 NOT > DIM-X)
             MOVE CELL(IDX2, IDX3) TO WORK-CELL(IDX2, IDX3)
           ELSE
             IF (IDX3 - DIM-X = IDX2)
               MOVE 1 TO WORK-CELL(IDX2, IDX3)
             ELSE
               MOVE ZERO TO WORK-CELL(IDX2, IDX3)
             END-IF
           END-IF.
           EXIT.

         ELIMINATE-ONE-COLUMN.
           MOVE ZERO TO FOUND-ROW.
           MOVE ZERO TO BEST-MAGNITUDE.
           PERFORM FIND-LARGEST-PIVOT VARYING ROW-IDX
             FROM COL-IDX BY 1
             UNTIL ROW-IDX > DIM-Y.
           IF (BEST-MAGNITUDE NOT > PIVOT-TOL)
             SET MATRIX-SINGULAR TO TRUE
           ELSE
             PERFORM SWAP-PIVOT-ROW-UP
             MOVE WORK-CELL(COL-IDX, COL-IDX) TO PIVOT-VALUE
             IF (DETERMINANT-IN-RANGE)
               COMPUTE DETERMINANT ROUNDED
                 = DETERMINANT * PIVOT-VALUE
                 ON SIZE ERROR SET DETERMINANT-OVERFLOWED TO TRUE
               END-COMPUTE
             END-IF
             PERFORM SCALE-ONE-CELL VARYING SWAP-IDX FROM 1 BY 1
               UNTIL SWAP-IDX > AUG-WIDTH
             MOVE 1 TO WORK-CELL(COL-IDX, COL-IDX)
             PERFORM ELIMINATE-ONE-ROW VARYING ROW-IDX FROM 1 BY 1
               UNTIL ROW-IDX > DIM-Y OR INVERT-OVERFLOWED
           END-IF.
           EXIT.

         FIND-LARGEST-PIVOT.
           IF (WORK-CELL(ROW-IDX, COL-IDX) < ZERO)
             COMPUTE CELL-MAGNITUDE = ZERO
               - WORK-CELL(ROW-IDX, COL-IDX)
           ELSE
             MOVE WORK-CELL(ROW-IDX, COL-IDX) TO CELL-MAGNITUDE
           END-IF.
           IF (CELL-MAGNITUDE > BEST-MAGNITUDE)
             MOVE CELL-MAGNITUDE TO BEST-MAGNITUDE
             MOVE ROW-IDX TO FOUND-ROW
           END-IF.
           EXIT.

         SWAP-PIVOT-ROW-UP.
           IF (FOUND-ROW IS NOT = COL-IDX)
             PERFORM SWAP-ONE-CELL VARYING SWAP-IDX FROM 1 BY 1
               UNTIL SWAP-IDX > AUG-WIDTH
             COMPUTE DETERMINANT = ZERO - DETERMINANT
           END-IF.
           EXIT.

         SWAP-ONE-CELL.
           MOVE WORK-CELL(COL-IDX, SWAP-IDX) TO SWAP-CELL.
           MOVE WORK-CELL(FOUND-ROW, SWAP-IDX)
             TO WORK-CELL(COL-IDX, SWAP-IDX).
           MOVE SWAP-CELL TO WORK-CELL(FOUND-ROW, SWAP-IDX).
           EXIT.

         SCALE-ONE-CELL.
           COMPUTE WORK-CELL(COL-IDX, SWAP-IDX) ROUNDED
             = WORK-CELL(COL-IDX, SWAP-IDX) / PIVOT-VALUE
             ON SIZE ERROR SET INVERT-OVERFLOWED TO TRUE
           END-COMPUTE.
           EXIT.

         ELIMINATE-ONE-ROW.
           IF (ROW-IDX IS NOT = COL-IDX)
             MOVE WORK-CELL(ROW-IDX, COL-IDX) TO ROW-FACTOR
             IF (ROW-FACTOR IS NOT ZERO)
               PERFORM ELIMINATE-ONE-CELL VARYING SWAP-IDX
                 FROM 1 BY 1
                 UNTIL SWAP-IDX > AUG-WIDTH OR INVERT-OVERFLOWED
               MOVE ZERO TO WORK-CELL(ROW-IDX, COL-IDX)
             END-IF
           END-IF.
           EXIT.

         ELIMINATE-ONE-CELL.
           COMPUTE WORK-CELL(ROW-IDX, SWAP-IDX) ROUNDED
             = WORK-CELL(ROW-IDX, SWAP-IDX)
             - (ROW-FACTOR * WORK-CELL(COL-IDX, SWAP-IDX))
             ON SIZE ERROR SET INVERT-OVERFLOWED TO TRUE
           END-COMPUTE.
           EXIT.

      * The right half is staged into the next free slot of the
      * inverse store, and only counted once every cell has
      * cleared the extended cell range; a cell within rounding
      * distance of zero is staged as an exact zero, as PRC-257-4
      * does for its reduced cells.
         STAGE-INVERSE.
           COMPUTE INV-IDX = INVERSE-COUNT + 1.
           MOVE IDX1 TO INV-SOURCE(INV-IDX).
           MOVE DIM-X TO INV-DIM(INV-IDX).
           PERFORM STAGE-INVERSE-ROW VARYING IDX2 FROM 1 BY 1
             UNTIL IDX2 > DIM-Y OR INVERT-OVERFLOWED.
           EXIT.

         STAGE-INVERSE-ROW.
           PERFORM STAGE-INVERSE-CELL VARYING IDX3 FROM 1 BY 1
             UNTIL IDX3 > DIM-X OR INVERT-OVERFLOWED.
           EXIT.

         STAGE-INVERSE-CELL.
           COMPUTE AUG-IDX = DIM-X + IDX3.
           MOVE WORK-CELL(IDX2, AUG-IDX) TO CELL-MAGNITUDE.
           IF (CELL-MAGNITUDE < ZERO)
             COMPUTE CELL-MAGNITUDE = ZERO - CELL-MAGNITUDE
           END-IF.
           IF (CELL-MAGNITUDE > EXT-CELL-MAX)
             SET INVERT-OVERFLOWED TO TRUE
           ELSE
             IF (CELL-MAGNITUDE < INV-ZERO-TOL)
               MOVE ZERO TO INV-CELL(INV-IDX, IDX2, IDX3)
             ELSE
               COMPUTE INV-CELL(INV-IDX, IDX2, IDX3) ROUNDED
                 = WORK-CELL(IDX2, AUG-IDX)
             END-IF
           END-IF.
           EXIT.

      * The inverse file is cut in the extended batch format, every
      * record built token by token with single spaces between
      * tokens, exactly as PRC-257-4 writes 'ch-2.red', so every
      * reader of the extended batch can take it. With nothing to
      * write the file is left empty.
         WRITE-INVERSE-FILE.
           OPEN OUTPUT INVERSE-OUT.
           IF (INVERSE-COUNT IS NOT ZERO)
             PERFORM WRITE-INVERSE-HEADER
             PERFORM WRITE-ONE-INVERSE VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INVERSE-COUNT
             PERFORM WRITE-INVERSE-TRAILER
           END-IF.
           CLOSE INVERSE-OUT.
           EXIT.

         WRITE-INVERSE-HEADER.
           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO OUT-PTR.
           STRING RUN-ID DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  RUN-DATE DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
             INTO OUT-LINE
             WITH POINTER OUT-PTR.
           MOVE INVERSE-COUNT TO COUNT-EDIT.
           PERFORM APPEND-COUNT-TOKEN.
           STRING ' EXT' DELIMITED BY SIZE
             INTO OUT-LINE
             WITH POINTER OUT-PTR.
           MOVE OUT-LINE TO INVERSE-OUT-REC.
           WRITE INVERSE-OUT-REC.
           EXIT.

         WRITE-INVERSE-TRAILER.
           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO OUT-PTR.
           STRING 'TRAILER ' DELIMITED BY SIZE
             INTO OUT-LINE
             WITH POINTER OUT-PTR.
           MOVE INVERSE-COUNT TO COUNT-EDIT.
           PERFORM APPEND-COUNT-TOKEN.
           MOVE OUT-LINE TO INVERSE-OUT-REC.
           WRITE INVERSE-OUT-REC.
           EXIT.

         WRITE-ONE-INVERSE.
           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO OUT-PTR.
           MOVE INV-DIM(INV-IDX) TO COUNT-EDIT.
           PERFORM APPEND-COUNT-TOKEN.
           STRING ' ' DELIMITED BY SIZE
             INTO OUT-LINE
             WITH POINTER OUT-PTR.
           PERFORM APPEND-COUNT-TOKEN.
           MOVE OUT-LINE TO INVERSE-OUT-REC.
           WRITE INVERSE-OUT-REC.
           PERFORM WRITE-INVERSE-ROW VARYING IDX2 FROM 1 BY 1
             UNTIL IDX2 > INV-DIM(INV-IDX).
           EXIT.

         WRITE-INVERSE-ROW.
           MOVE SPACES TO OUT-LINE.
           MOVE 1 TO OUT-PTR.
           PERFORM APPEND-ONE-CELL VARYING IDX3 FROM 1 BY 1
             UNTIL IDX3 > INV-DIM(INV-IDX).
           MOVE OUT-LINE TO INVERSE-OUT-REC.
           WRITE INVERSE-OUT-REC.
           EXIT.

         APPEND-ONE-CELL.
           MOVE INV-CELL(INV-IDX, IDX2, IDX3) TO CELL-EDIT.
           PERFORM VARYING TRIM-PTR FROM 1 BY 1
             UNTIL TRIM-PTR > 6
             OR CELL-EDIT(TRIM-PTR:1) IS NOT = SPACE
             CONTINUE
           END-PERFORM.
           STRING CELL-EDIT(TRIM-PTR:) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
             INTO OUT-LINE
             WITH POINTER OUT-PTR.
           EXIT.

         APPEND-COUNT-TOKEN.
           IF (COUNT-EDIT(1:1) = SPACE)
             STRING COUNT-EDIT(2:1) DELIMITED BY SIZE
               INTO OUT-LINE
               WITH POINTER OUT-PTR
           ELSE
             STRING COUNT-EDIT DELIMITED BY SIZE
               INTO OUT-LINE
               WITH POINTER OUT-PTR
           END-IF.
           EXIT.

         PRINT-SUMMARY.
           DISPLAY HEADER-LINE.
           DISPLAY 'SUMMARY'.
           DISPLAY 'MATRICES IN BATCH:  ' MATRIX-COUNT.
           DISPLAY 'INVERTED:           ' COUNT-INVERTED.
           DISPLAY 'SINGULAR:           ' COUNT-SINGULAR.
           DISPLAY 'NOT SQUARE:         ' COUNT-NOT-SQUARE.
           DISPLAY 'OUT OF RANGE:       ' COUNT-OUT-OF-RANGE.
           DISPLAY 'DET OVERFLOW:       ' COUNT-ELIM-OVERFLOW.
           IF (COUNT-SINGULAR IS NOT ZERO)
             DISPLAY 'SINGULAR MATRICES:'
             PERFORM LIST-SINGULAR VARYING IDX1 FROM 1 BY 1
               UNTIL IDX1 > MATRIX-COUNT
           END-IF.
           IF (COUNT-ELIM-OVERFLOW IS NOT ZERO)
             DISPLAY 'DETERMINANT OVERFLOW MATRICES:'
             PERFORM LIST-ELIM-OVERFLOW VARYING IDX1 FROM 1 BY 1
               UNTIL IDX1 > MATRIX-COUNT
           END-IF.
           IF (COUNT-NOT-SQUARE IS NOT ZERO)
             DISPLAY 'NON-SQUARE MATRICES:'
             PERFORM LIST-NOT-SQUARE VARYING IDX1 FROM 1 BY 1
               UNTIL IDX1 > MATRIX-COUNT
           END-IF.
           IF (INVERSE-COUNT IS ZERO)
             DISPLAY 'NO INVERSES -- ' CH2-INV-NAME
             DISPLAY 'LEFT EMPTY.'
           ELSE
             DISPLAY 'INVERSES WRITTEN:'
             PERFORM LIST-ONE-INVERSE VARYING INV-IDX FROM 1 BY 1
               UNTIL INV-IDX > INVERSE-COUNT
           END-IF.
           EXIT.

         LIST-SINGULAR.
           IF (RESULT-SINGULAR(IDX1))
             DISPLAY '  MATRIX #' IDX1
           END-IF.
           EXIT.

         LIST-ELIM-OVERFLOW.
           IF (RESULT-ELIMINATION-OVERFLOW(IDX1))
             DISPLAY '  MATRIX #' IDX1
           END-IF.
           EXIT.

         LIST-NOT-SQUARE.
           IF (RESULT-NOT-SQUARE(IDX1))
             DISPLAY '  MATRIX #' IDX1
           END-IF.
           EXIT.

         LIST-ONE-INVERSE.
           MOVE INV-SOURCE(INV-IDX) TO IM-SOURCE.
           MOVE INV-IDX TO IM-TARGET.
           DISPLAY INVERSE-MAP-LINE.
           EXIT.

      * The run brackets itself in the shared audit ledger: a
      * start record going in, an end record coming out carrying
      * the matrices read, the inverses written, the return code,
      * and the singular count as the exceptions. The identity is
      * the control cards', as for every other audited step.
         WRITE-AUDIT-START.
           SET AUDIT-STARTED TO TRUE.
           MOVE CTL-RUN-ID TO AUD-RUN-ID.
           MOVE CTL-RUN-DATE TO AUD-RUN-DATE.
           MOVE 'START' TO AUD-PHASE.
           MOVE STEP-STARTED TO AUD-STAMP.
           MOVE ZERO TO AUD-READ.
           MOVE ZERO TO AUD-WRITTEN.
           MOVE ZERO TO AUD-RC.
           MOVE ZERO TO AUD-EXCEPTIONS.
           PERFORM WRITE-AUDIT-RECORD.
           EXIT.

         WRITE-AUDIT-END.
           IF (AUDIT-STARTED)
             MOVE CTL-RUN-ID TO AUD-RUN-ID
             MOVE CTL-RUN-DATE TO AUD-RUN-DATE
             MOVE 'END' TO AUD-PHASE
             PERFORM TAKE-TIMESTAMP
             MOVE STAMP-NOW TO AUD-STAMP
             MOVE MATRIX-COUNT TO AUD-READ
             MOVE INVERSE-COUNT TO AUD-WRITTEN
             MOVE RETURN-CODE TO AUD-RC
             MOVE COUNT-SINGULAR TO AUD-EXCEPTIONS
             PERFORM WRITE-AUDIT-RECORD
           END-IF.
           EXIT.

         WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           MOVE AUDIT-REC TO AUDIT-OUT-REC.
           WRITE AUDIT-OUT-REC.
           CLOSE AUDIT-FILE.
           EXIT.

      * A clean finish is posted to the chain run-status file, so
      * the PRC-257-14 controller can skip this step on a restart.
      * A run that ends with a nonzero return code posts nothing.
         WRITE-RUN-STATUS.
           IF (RETURN-CODE IS ZERO)
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
      * startup; this program honors RUN-ID, RUN-DATE, AUDIT,
      * CH2-DATA and CH2-INV and leaves the other steps' cards
      * alone. A '*' card is a comment.
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
               IF (CTL-KEYWORD = 'AUDIT')
                 MOVE CTL-VALUE TO AUDIT-NAME
               ELSE
                 IF (CTL-KEYWORD = 'CH2-DATA')
                   MOVE CTL-VALUE TO CH2-DATA-NAME
                 ELSE
                   IF (CTL-KEYWORD = 'CH2-INV')
                     MOVE CTL-VALUE TO CH2-INV-NAME
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM READ-CONTROL-RECORD.
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
      * PRC-257-2 applies to the very same EXT cells.
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
           IF (BATCH-OPEN)
             CLOSE BATCH-DATA
           END-IF.
           MOVE 16 TO RETURN-CODE.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.
