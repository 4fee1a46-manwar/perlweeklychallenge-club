      *  - Re-loading a run-id that is already on the master
      *    replaces its matrices record by record, so a corrected
      *    batch can simply be loaded again.
      *  - The duplicate check compares cell values, so a matrix
      *    whose rows were spaced differently is still caught.
      *  - Keeping the fingerprint lengthened the master record and
      *    added an alternate key, so a ch-2.mst filed before it
      *    cannot be opened by this step or any other until it has
      *    been converted once by PRC-257-27's FUNCTION CONVERT,
      *    which refiles every old record with its fingerprint. The
      *    converted records are all filed as originals; duplicates
      *    among them are not looked for after the fact.
      *
      * Modification History:
      *  - Written so each day's batch survives the next chain
      *    than the batch header's, for the same reason PRC-257-2
      *    stamps its audit records that way: the header may carry
      *    an older batch's stamp when a saved file is re-loaded.
      *  - Every matrix is now filed with a content fingerprint
      *    (its dimensions and cell values), and the master carries
      *    it as an alternate key. An incoming matrix that matches
      *    one already on file under another run-id or matrix
      *    number is reported with the original's key and date;
      *    a record under the incoming key, or one filed as a
      *    duplicate of it, is never taken for its original on a
      *    re-load. The DUP-MODE card decides what happens to it:
      *    FLAG (the default) files it marked as a duplicate of
      *    the original, SKIP leaves it off the master and records
      *    it in the skip ledger 'ch-2.skp', so PRC-257-13 can
      *    tell its verdict on the history from an orphan.
      *  - The run-status record now carries the step's start and
      *    end timestamps (system date and time of day, to the
      *    second), so PRC-257-29 can time the step against the
      *    batch window.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-6.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           ALTERNATE RECORD KEY IS MST-FINGERPRINT WITH DUPLICATES
           FILE STATUS IS MASTER-STATUS.

           SELECT OPTIONAL STATUS-FILE
           ASSIGN TO 'chain.sts'
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT OPTIONAL SKIP-FILE
           ASSIGN TO 'ch-2.skp'
           ORGANIZATION IS LINE SEQUENTIAL.

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
         FD STATUS-FILE.
         01 STATUS-OUT-REC PIC X(80).
         FD SKIP-FILE.
         01 SKIP-OUT-REC PIC X(80).
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 FILLER PIC X(1) VALUE 'N'.
           88 RUN-DATE-DEFAULTED VALUE 'N'.
           88 RUN-DATE-FROM-CARD VALUE 'Y'.
         01 DUP-MODE PIC X(8) VALUE 'FLAG'.
           88 DUP-MODE-FLAG VALUE 'FLAG'.
           88 DUP-MODE-SKIP VALUE 'SKIP'.
         01 STATUS-REC.
           03 STS-RUN-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-PROGRAM PIC X(10) VALUE 'PRC-257-6'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-STATE PIC X(4) VALUE 'DONE'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-STARTED PIC X(14).
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-ENDED PIC X(14).
      * One line of the skip ledger: the key left off the master
      * and the original it was found to copy.
         01 SKIP-REC.
           03 SKP-RUN-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SKP-MATRIX-NUM PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SKP-RUN-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SKP-ORIG-RUN-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SKP-ORIG-MATRIX-NUM PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SKP-ORIG-RUN-DATE PIC X(8).
         01 STEP-STARTED.
           03 STARTED-DATE PIC X(8).
           03 STARTED-TIME PIC X(6).
         01 STAMP-NOW.
           03 STAMP-DATE PIC X(8).
           03 STAMP-TIME PIC X(6).
         01 TIME-NOW PIC X(8).
         01 TEST-DATA-STATUS PIC X(2).
           88 TEST-DATA-FOUND VALUE '00'.
      * Status '05' is OPEN of an optional file that was not there,
         01 DIM-Y PIC 9(2) USAGE IS COMP.
         01 IDX1 PIC 9(2) USAGE IS COMP.
         01 IDX2 PIC 9(2) USAGE IS COMP.
         01 IDX3 PIC 9(2) USAGE IS COMP.
         01 REC-PTR PIC 9(3) USAGE IS COMP.
         01 LINE-NUMBER PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 COUNT-TXT PIC X(6).
         01 RUNID-TXT PIC X(8).
         01 TRAILER-CNT-TXT PIC X(6).
         01 DIMX-TXT PIC X(6).
         01 DIMY-TXT PIC X(6).
         01 CELL-TXT PIC X(6).
         01 PARSE-REC PIC X(80).
         01 VALIDATE-TXT PIC X(6).
         01 VALIDATE-NAME PIC X(12).
         01 VALIDATE-VALUE PIC S9(7) USAGE IS COMP.
         01 VAL-CHECK PIC 9(2) USAGE IS COMP.
         01 COUNT-LOADED PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-REPLACED PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-FLAGGED PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-SKIPPED PIC 9(3) USAGE IS COMP VALUE ZERO.
      * The incoming matrix is built here while the master record
      * area is used to look through the candidates on file.
         01 NEW-MASTER-REC PIC X(1650).
         01 INCOMING-CELLS.
           03 IN-ROW OCCURS 20 TIMES.
             05 IN-CELL OCCURS 20 TIMES PIC S9(3) USAGE IS COMP.
         01 FINGERPRINT-VALUE PIC 9(9) USAGE IS COMP.
         01 FP-TERM PIC 9(3) USAGE IS COMP.
         01 FP-WORK PIC 9(12) USAGE IS COMP.
         01 FP-QUOTIENT PIC 9(12) USAGE IS COMP.
         01 FP-MULTIPLIER PIC 9(3) USAGE IS COMP VALUE 211.
         01 FP-MODULUS PIC 9(9) USAGE IS COMP VALUE 999999937.
         01 FILLER PIC X(1) VALUE 'N'.
           88 CANDIDATES-LEFT VALUE 'N'.
           88 CANDIDATES-DONE VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 CANDIDATE-MATCHES VALUE 'N'.
           88 CANDIDATE-DIFFERS VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 NO-DUPLICATE-FOUND VALUE 'N'.
           88 DUPLICATE-FOUND VALUE 'Y'.
         01 ORIGINAL-RUN-ID PIC X(8).
         01 ORIGINAL-MATRIX-NUM PIC 9(2).
         01 ORIGINAL-RUN-DATE PIC X(8).

       PROCEDURE DIVISION.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO STEP-STARTED.
           PERFORM READ-CONTROL-CARDS.
           IF (RUN-DATE-DEFAULTED)
             ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           IF (NOT DUP-MODE-FLAG) AND (NOT DUP-MODE-SKIP)
             DISPLAY 'DUP-MODE CARD MUST BE FLAG OR SKIP: "'
               DUP-MODE '"'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           OPEN INPUT TEST-DATA.
           IF (NOT TEST-DATA-FOUND)
             DISPLAY 'CH-2.DAT NOT FOUND -- RUN PRC-257-3 FIRST.'
           DISPLAY 'RUN ' RUN-ID ' DATE ' RUN-DATE ' FILED TO '
             'MASTER: ' COUNT-LOADED ' NEW, ' COUNT-REPLACED
             ' REPLACED'.
           DISPLAY 'DUPLICATES OF MATRICES ALREADY ON FILE: '
             COUNT-FLAGGED ' FLAGGED, ' COUNT-SKIPPED ' SKIPPED'.
           PERFORM WRITE-RUN-STATUS.
           STOP RUN.

           IF (RETURN-CODE IS ZERO)
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
      * startup; this program needs RUN-ID and RUN-DATE, the
      * identity its status record posts under, and DUP-MODE, what
      * to do with a duplicate of a matrix already on file. A '*'
      * card is a comment.
         READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS.
           IF (CONTROL-CARDS-FOUND)
             IF (CTL-KEYWORD = 'RUN-DATE')
               MOVE CTL-VALUE TO CTL-RUN-DATE
               SET RUN-DATE-FROM-CARD TO TRUE
             ELSE
               IF (CTL-KEYWORD = 'DUP-MODE')
                 MOVE CTL-VALUE TO DUP-MODE
               END-IF
             END-IF
           END-IF.
           PERFORM READ-CONTROL-RECORD.
      * so a reprint or a keyed re-check sees the same records the
      * original run saw. A key already on file is replaced, so
      * re-loading a corrected batch needs no separate purge first.
      * The matrix's fingerprint is taken as it is read, and the
      * master is searched for a copy of it filed under another key
      * before anything is written.
         LOAD-ONE-MATRIX.
           MOVE SPACES TO MASTER-REC.
           PERFORM READ-DATA-RECORD.
           MOVE RUN-DATE TO MST-RUN-DATE.
           MOVE DIM-X TO MST-DIM-X.
           MOVE DIM-Y TO MST-DIM-Y.
           MOVE ZERO TO FINGERPRINT-VALUE.
           MOVE DIM-X TO FP-TERM.
           PERFORM ADD-TO-FINGERPRINT.
           MOVE DIM-Y TO FP-TERM.
           PERFORM ADD-TO-FINGERPRINT.
           PERFORM LOAD-ONE-ROW VARYING IDX2 FROM 1 BY 1
             UNTIL IDX2 > DIM-Y.
           MOVE FINGERPRINT-VALUE TO MST-FINGERPRINT.
           MOVE SPACE TO MST-DUP-FLAG.
           MOVE SPACES TO MST-DUP-OF-RUN-ID.
           MOVE ZERO TO MST-DUP-OF-MATRIX-NUM.
           MOVE SPACES TO MST-DUP-OF-RUN-DATE.
           MOVE MASTER-REC TO NEW-MASTER-REC.
           PERFORM FIND-DUPLICATE.
           MOVE NEW-MASTER-REC TO MASTER-REC.
           IF (DUPLICATE-FOUND)
             DISPLAY 'DUPLICATE: RUN ' RUN-ID ' MATRIX #' IDX1
               ' MATCHES RUN ' ORIGINAL-RUN-ID ' MATRIX #'
               ORIGINAL-MATRIX-NUM ' DATE ' ORIGINAL-RUN-DATE
             IF (DUP-MODE-SKIP)
               DISPLAY '  -- SKIPPED, NOT FILED'
               ADD 1 TO COUNT-SKIPPED
               PERFORM WRITE-SKIP-RECORD
             ELSE
               DISPLAY '  -- FILED, FLAGGED AS A DUPLICATE'
               ADD 1 TO COUNT-FLAGGED
               SET MST-DUPLICATE TO TRUE
               MOVE ORIGINAL-RUN-ID TO MST-DUP-OF-RUN-ID
               MOVE ORIGINAL-MATRIX-NUM TO MST-DUP-OF-MATRIX-NUM
               MOVE ORIGINAL-RUN-DATE TO MST-DUP-OF-RUN-DATE
               PERFORM FILE-MASTER-RECORD
             END-IF
           ELSE
             PERFORM FILE-MASTER-RECORD
           END-IF.
           EXIT.

         FILE-MASTER-RECORD.
           WRITE MASTER-REC
             INVALID KEY
               REWRITE MASTER-REC
           END-WRITE.
           EXIT.

      * PRC-257-2 has already put the skipped matrix's verdict on
      * the history, so the skip is recorded where PRC-257-13 will
      * find it rather than leave a verdict with nothing behind it.
         WRITE-SKIP-RECORD.
           MOVE RUN-ID TO SKP-RUN-ID.
           MOVE IDX1 TO SKP-MATRIX-NUM.
           MOVE RUN-DATE TO SKP-RUN-DATE.
           MOVE ORIGINAL-RUN-ID TO SKP-ORIG-RUN-ID.
           MOVE ORIGINAL-MATRIX-NUM TO SKP-ORIG-MATRIX-NUM.
           MOVE ORIGINAL-RUN-DATE TO SKP-ORIG-RUN-DATE.
           OPEN EXTEND SKIP-FILE.
           MOVE SKIP-REC TO SKIP-OUT-REC.
           WRITE SKIP-OUT-REC.
           CLOSE SKIP-FILE.
           EXIT.

         LOAD-ONE-ROW.
           PERFORM READ-DATA-RECORD.
           MOVE DATA-REC TO MST-ROW-TEXT(IDX2).
           MOVE 1 TO REC-PTR.
           PERFORM TAKE-ONE-CELL VARYING IDX3 FROM 1 BY 1
             UNTIL IDX3 > DIM-X.
           EXIT.

      * The fingerprint is built from the cell values, not the row
      * text, so the same matrix spaced differently on another
      * run still fingerprints the same.
         TAKE-ONE-CELL.
           MOVE SPACES TO CELL-TXT.
           UNSTRING DATA-REC
             DELIMITED BY SPACES
             INTO CELL-TXT
             WITH POINTER REC-PTR.
           MOVE CELL-TXT TO VALIDATE-TXT.
           MOVE 'CELL' TO VALIDATE-NAME.
           MOVE -99 TO VALIDATE-MIN.
           MOVE 99 TO VALIDATE-MAX.
           PERFORM VALIDATE-NUMERIC-TOKEN.
           MOVE VALIDATE-VALUE TO IN-CELL(IDX2, IDX3).
           COMPUTE FP-TERM = VALIDATE-VALUE + 100.
           PERFORM ADD-TO-FINGERPRINT.
           EXIT.

      * A running polynomial hash, kept below a nine-digit prime:
      * each term shifts what went before and is added in.
         ADD-TO-FINGERPRINT.
           COMPUTE FP-WORK = FINGERPRINT-VALUE * FP-MULTIPLIER
             + FP-TERM.
           DIVIDE FP-WORK BY FP-MODULUS
             GIVING FP-QUOTIENT
             REMAINDER FINGERPRINT-VALUE.
           EXIT.

      * Every matrix on file with the same fingerprint is read by
      * the alternate key and compared cell for cell, since two
      * different matrices can share a fingerprint. A record under
      * the incoming key itself is a re-load, not a duplicate, and
      * neither is a record filed as a duplicate of the incoming
      * key -- following it back would name the matrix being filed
      * as its own original. The alternate key returns equal
      * fingerprints in the order they were filed, so the first
      * match is the earliest copy; if that copy was itself filed
      * as a duplicate, the original it names is reported instead.
         FIND-DUPLICATE.
           SET NO-DUPLICATE-FOUND TO TRUE.
           SET CANDIDATES-LEFT TO TRUE.
           START MATRIX-MASTER KEY = MST-FINGERPRINT
             INVALID KEY
               SET CANDIDATES-DONE TO TRUE
           END-START.
           PERFORM CHECK-NEXT-CANDIDATE
             UNTIL CANDIDATES-DONE OR DUPLICATE-FOUND.
           EXIT.

         CHECK-NEXT-CANDIDATE.
           READ MATRIX-MASTER NEXT
             AT END
               SET CANDIDATES-DONE TO TRUE
           END-READ.
           IF (NOT CANDIDATES-DONE)
             IF (MST-FINGERPRINT IS NOT = FINGERPRINT-VALUE)
               SET CANDIDATES-DONE TO TRUE
             ELSE
               IF (MST-RUN-ID = RUN-ID)
                  AND (MST-MATRIX-NUM = IDX1)
                 CONTINUE
               ELSE
                 IF (MST-DUPLICATE)
                    AND (MST-DUP-OF-RUN-ID = RUN-ID)
                    AND (MST-DUP-OF-MATRIX-NUM = IDX1)
                   CONTINUE
                 ELSE
                   PERFORM COMPARE-CANDIDATE
                 END-IF
               END-IF
             END-IF
           END-IF.
           EXIT.

         COMPARE-CANDIDATE.
           SET CANDIDATE-MATCHES TO TRUE.
           IF (MST-DIM-X IS NOT = DIM-X)
              OR (MST-DIM-Y IS NOT = DIM-Y)
             SET CANDIDATE-DIFFERS TO TRUE
           END-IF.
           PERFORM COMPARE-CANDIDATE-ROW VARYING IDX2 FROM 1 BY 1
             UNTIL IDX2 > DIM-Y OR CANDIDATE-DIFFERS.
           IF (CANDIDATE-MATCHES)
             SET DUPLICATE-FOUND TO TRUE
             IF (MST-DUPLICATE)
               MOVE MST-DUP-OF-RUN-ID TO ORIGINAL-RUN-ID
               MOVE MST-DUP-OF-MATRIX-NUM TO ORIGINAL-MATRIX-NUM
               MOVE MST-DUP-OF-RUN-DATE TO ORIGINAL-RUN-DATE
             ELSE
               MOVE MST-RUN-ID TO ORIGINAL-RUN-ID
               MOVE MST-MATRIX-NUM TO ORIGINAL-MATRIX-NUM
               MOVE MST-RUN-DATE TO ORIGINAL-RUN-DATE
             END-IF
           END-IF.
           EXIT.

         COMPARE-CANDIDATE-ROW.
           MOVE MST-ROW-TEXT(IDX2) TO PARSE-REC.
           MOVE 1 TO REC-PTR.
           PERFORM COMPARE-ONE-CELL VARYING IDX3 FROM 1 BY 1
             UNTIL IDX3 > DIM-X OR CANDIDATE-DIFFERS.
           EXIT.

      * A cell on file that will not parse cannot match anything,
      * so it simply makes the candidate differ.
         COMPARE-ONE-CELL.
           MOVE SPACES TO CELL-TXT.
           UNSTRING PARSE-REC
             DELIMITED BY SPACES
             INTO CELL-TXT
             WITH POINTER REC-PTR.
           MOVE FUNCTION TEST-NUMVAL(CELL-TXT) TO VAL-CHECK.
           IF (VAL-CHECK IS NOT ZERO)
             SET CANDIDATE-DIFFERS TO TRUE
           ELSE
             IF (FUNCTION NUMVAL(CELL-TXT)
                IS NOT = IN-CELL(IDX2, IDX3))
               SET CANDIDATE-DIFFERS TO TRUE
             END-IF
           END-IF.
           EXIT.

         READ-DATA-RECORD.
