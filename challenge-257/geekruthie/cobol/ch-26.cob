      * Perl/Raku Weekly Challenge Week 257, archive restore step
      *
      * GnuCOBOL, v 3.2-rc2.0
      *
      * Compile and execute with: $ cobc -xj ch-26.cob
      *
      * This program brings archived records back. PRC-257-12 moves
      * history and audit records older than its cutoff out to the
      * dated archives 'ch-2.hist.yyyymmdd' and 'chain.aud.yyyymmdd'
      * and nothing read them again -- a year-over-year trend
      * question or an audit dispute reaching past the cutoff meant
      * merging files by hand. This step pulls the records for a
      * business-date range out of one or more archives into a
      * separate restored work file, in business-date order,
      * without touching the live files or the archives.
      * PRC-257-5 is pointed at a restored history with a HISTORY
      * card in its own deck 'ch-5.sel', and PRC-257-9 at a
      * restored ledger with a LEDGER card in 'ch-9.sel'; the
      * chain's CH2-HIST and AUDIT cards in 'chain.ctl' stay on the
      * live files, since the chain steps write under them.
      *
      * Audit records archived before the program name was widened
      * to ten characters are restored as they were written. Such a
      * record is told by its separators (columns 10 and 19, not 11
      * and 20) and its date is taken from column 20, so archives
      * from either side of the change restore and merge together.
      *
      * Restore cards in 'chain.rst', one per record:
      *
      *   ARCHIVE   name       an archive to read (up to 10 cards)
      *   DATE-FROM yyyymmdd   first business date to restore
      *   DATE-TO   yyyymmdd   last business date to restore
      *   OUTPUT    name       the restored work file (default
      *                        'ch-2.hist.rst' or 'chain.aud.rst')
      *
      * The archives must all be history or all be audit ledgers.
      * Records already in the work file are kept, and the new ones
      * are merged in among them by date, so several restores can
      * build up one work file. Each restore is entered on the
      * restore ledger 'chain.rsl', and an archive whose range
      * overlaps one already restored into the same work file is
      * refused -- the records would be in it twice. Control totals
      * show the records read and selected per archive, the records
      * carried from the work file, and the records written, and
      * the work file is only replaced once they prove.
      *
      * This code has the following brewed-in limitations:
      *  - At most 10 archives per run, and a restore ledger of at
      *    most 500 entries is checked.
      *  - A record whose date field is not eight digits is never
      *    selected.
      *  - Once a work file is deleted, its ledger entries no longer
      *    count, and its ranges can be restored again.
      *  - The scratch file (work file name plus '.new') is left
      *    behind after a successful run.
      *
      * Modification History:
      *  - Written so a question reaching past the archival cutoff
      *    is a restore run instead of a hand merge.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-26.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT RESTORE-CARDS
           ASSIGN TO 'chain.rst'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RESTORE-CARDS-STATUS.

           SELECT ARCHIVE-FILE
           ASSIGN USING ARCHIVE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-STATUS.

           SELECT WORK-FILE
           ASSIGN USING WORK-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WORK-STATUS.

           SELECT SCRATCH-FILE
           ASSIGN USING SCRATCH-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SCRATCH-STATUS.

           SELECT OPTIONAL RESTORE-LEDGER
           ASSIGN TO 'chain.rsl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LEDGER-STATUS.

           SELECT SORT-FILE
           ASSIGN TO 'chain.srt'.

       DATA DIVISION.
         FILE SECTION.
         FD RESTORE-CARDS.
         01 RESTORE-CARD-REC PIC X(80).
         FD ARCHIVE-FILE.
         01 ARCHIVE-REC PIC X(80).
         FD WORK-FILE.
         01 WORK-REC PIC X(80).
         FD SCRATCH-FILE.
         01 SCRATCH-REC PIC X(80).
         FD RESTORE-LEDGER.
         01 RESTORE-LEDGER-REC PIC X(120).
      * Sorted on business date, then on the order the records were
      * read, so records of the same date keep their original order
      * and records already in the work file stay ahead of new ones.
         SD SORT-FILE.
         01 SORT-REC.
           03 SR-DATE PIC X(8).
           03 SR-SEQ PIC 9(8).
           03 SR-DATA PIC X(80).
         WORKING-STORAGE SECTION.
         01 RESTORE-CARDS-STATUS PIC X(2).
           88 RESTORE-CARDS-FOUND VALUE '00'.
           88 RESTORE-CARDS-EOF VALUE '10'.
         01 ARCHIVE-STATUS PIC X(2).
           88 ARCHIVE-FOUND VALUE '00'.
           88 ARCHIVE-EOF VALUE '10'.
         01 WORK-STATUS PIC X(2).
           88 WORK-FOUND VALUE '00'.
           88 WORK-EOF VALUE '10'.
         01 SCRATCH-STATUS PIC X(2).
           88 SCRATCH-FOUND VALUE '00'.
           88 SCRATCH-EOF VALUE '10'.
         01 LEDGER-STATUS PIC X(2).
           88 LEDGER-FOUND VALUE '00'.
           88 LEDGER-EOF VALUE '10'.
         01 RST-KEYWORD PIC X(10).
         01 RST-VALUE PIC X(41).
         01 ARCHIVE-NAME PIC X(40).
         01 WORK-NAME PIC X(40) VALUE SPACES.
         01 SCRATCH-NAME PIC X(40).
         01 DATE-FROM PIC X(8) VALUE SPACES.
         01 DATE-TO PIC X(8) VALUE SPACES.
         01 FILLER PIC X(1) VALUE 'N'.
           88 NO-DATE-FROM VALUE 'N'.
           88 HAVE-DATE-FROM VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 NO-DATE-TO VALUE 'N'.
           88 HAVE-DATE-TO VALUE 'Y'.
      * Which kind of archive this run restores, and where that
      * kind carries its business date: after the run-id and a
      * space in the history, after the ten-character program
      * name, the run-id and two spaces in the audit ledger.
         01 FILLER PIC X(1) VALUE SPACE.
           88 KIND-NOT-SET VALUE SPACE.
           88 KIND-HISTORY VALUE 'H'.
           88 KIND-AUDIT VALUE 'A'.
         01 DATE-OFFSET PIC 9(2) USAGE IS COMP.
         01 REC-DATE PIC X(8).
         01 DATED-REC PIC X(80).
         01 ARCHIVE-TABLE.
           03 ARCHIVE-ENTRY OCCURS 10 TIMES.
             05 AE-NAME PIC X(40).
             05 AE-READ PIC 9(7) USAGE IS COMP.
             05 AE-SELECTED PIC 9(7) USAGE IS COMP.
         01 ARCHIVE-COUNT PIC 9(2) USAGE IS COMP VALUE ZERO.
         01 ARCHIVE-IDX PIC 9(2) USAGE IS COMP.
         01 SCAN-IDX PIC 9(2) USAGE IS COMP.
      * The restore ledger: one entry per archive range restored
      * into a work file.
         01 LEDGER-REC.
           03 LG-WORK-NAME PIC X(40).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LG-ARCHIVE-NAME PIC X(40).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LG-DATE-FROM PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LG-DATE-TO PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LG-RESTORED-ON PIC X(8).
         01 LEDGER-ENTRIES-READ PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 RESTORED-ON PIC X(8).
         01 SORT-SEQ PIC 9(8) USAGE IS COMP VALUE ZERO.
         01 RECORDS-CARRIED PIC 9(7) USAGE IS COMP VALUE ZERO.
         01 RECORDS-SELECTED PIC 9(7) USAGE IS COMP VALUE ZERO.
         01 RECORDS-WRITTEN PIC 9(7) USAGE IS COMP VALUE ZERO.
         01 RECORDS-REREAD PIC 9(7) USAGE IS COMP VALUE ZERO.
         01 CONTROL-SUM PIC 9(7) USAGE IS COMP.
         01 FILLER PIC X(1) VALUE 'N'.
           88 SORT-NOT-DONE VALUE 'N'.
           88 SORT-DONE VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 RESTORE-ALLOWED VALUE 'N'.
           88 RESTORE-REFUSED VALUE 'Y'.
         01 TOTAL-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TL-NAME PIC X(40).
           03 FILLER PIC X(6) VALUE ' READ '.
           03 TL-READ PIC ZZZZZZ9.
           03 FILLER PIC X(10) VALUE ' SELECTED '.
           03 TL-SELECTED PIC ZZZZZZ9.
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM READ-RESTORE-CARDS.
           PERFORM CHECK-RESTORE-CARDS.
           PERFORM CHECK-ARCHIVES-ON-FILE.
           PERFORM CHECK-RESTORE-LEDGER.
           IF (RESTORE-REFUSED)
             DISPLAY 'RESTORE REFUSED -- THE WORK FILE WAS NOT '
               'TOUCHED.'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE SPACES TO SCRATCH-NAME.
           STRING WORK-NAME DELIMITED BY SPACE
                  '.new' DELIMITED BY SIZE
             INTO SCRATCH-NAME.
           SORT SORT-FILE
             ON ASCENDING KEY SR-DATE SR-SEQ
             INPUT PROCEDURE IS RELEASE-ALL-RECORDS
             OUTPUT PROCEDURE IS WRITE-SORTED-RECORDS.
           PERFORM PRINT-CONTROL-TOTALS.
           PERFORM PROVE-AND-REPLACE.
           STOP RUN.

      * The restore deck is read card by card, the same way as the
      * other selection decks; an unknown card stops the run.
         READ-RESTORE-CARDS.
           OPEN INPUT RESTORE-CARDS.
           IF (NOT RESTORE-CARDS-FOUND)
             DISPLAY 'CHAIN.RST NOT FOUND -- NOTHING TO RESTORE.'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM READ-RESTORE-RECORD.
           PERFORM APPLY-RESTORE-CARD UNTIL RESTORE-CARDS-EOF.
           CLOSE RESTORE-CARDS.
           EXIT.

         READ-RESTORE-RECORD.
           READ RESTORE-CARDS
             AT END
               CONTINUE
           END-READ.
           EXIT.

         APPLY-RESTORE-CARD.
           MOVE SPACES TO RST-KEYWORD.
           MOVE SPACES TO RST-VALUE.
           UNSTRING RESTORE-CARD-REC
             DELIMITED BY ALL SPACES
             INTO RST-KEYWORD
                  RST-VALUE.
           IF (RST-KEYWORD = SPACES) OR (RST-KEYWORD(1:1) = '*')
             CONTINUE
           ELSE
             PERFORM APPLY-ONE-CARD
           END-IF.
           PERFORM READ-RESTORE-RECORD.
           EXIT.

         APPLY-ONE-CARD.
           IF (RST-VALUE(41:1) IS NOT = SPACE)
             DISPLAY 'VALUE LONGER THAN 40 CHARACTERS: '
               RESTORE-CARD-REC
             PERFORM ABORT-RUN
           END-IF.
           IF (RST-KEYWORD = 'ARCHIVE')
             PERFORM ADD-ARCHIVE
           ELSE
             IF (RST-KEYWORD = 'DATE-FROM')
               PERFORM VALIDATE-CARD-DATE
               MOVE RST-VALUE TO DATE-FROM
               SET HAVE-DATE-FROM TO TRUE
             ELSE
               IF (RST-KEYWORD = 'DATE-TO')
                 PERFORM VALIDATE-CARD-DATE
                 MOVE RST-VALUE TO DATE-TO
                 SET HAVE-DATE-TO TO TRUE
               ELSE
                 IF (RST-KEYWORD = 'OUTPUT')
                   MOVE RST-VALUE TO WORK-NAME
                 ELSE
                   DISPLAY 'UNKNOWN RESTORE CARD -- STOPPED: '
                     RESTORE-CARD-REC
                   PERFORM ABORT-RUN
                 END-IF
               END-IF
             END-IF
           END-IF.
           EXIT.

      * The archive kind comes off the name PRC-257-12 gave it, and
      * every archive in one run has to be the same kind -- a work
      * file of history and audit records mixed is no use to
      * either report.
         ADD-ARCHIVE.
           IF (ARCHIVE-COUNT NOT < 10)
             DISPLAY 'MORE THAN 10 ARCHIVE CARDS: ' RESTORE-CARD-REC
             PERFORM ABORT-RUN
           END-IF.
           PERFORM CHECK-ONE-REPEAT VARYING SCAN-IDX FROM 1 BY 1
             UNTIL SCAN-IDX > ARCHIVE-COUNT.
           IF (RST-VALUE(1:10) = 'ch-2.hist.')
              AND (NOT KIND-AUDIT)
             SET KIND-HISTORY TO TRUE
           ELSE
             IF (RST-VALUE(1:10) = 'chain.aud.')
                AND (NOT KIND-HISTORY)
               SET KIND-AUDIT TO TRUE
             ELSE
               DISPLAY 'NOT A HISTORY OR AUDIT ARCHIVE, OR NOT THE '
                 'SAME KIND AS THE ONES BEFORE IT: '
               DISPLAY '  ' RESTORE-CARD-REC
               PERFORM ABORT-RUN
             END-IF
           END-IF.
           ADD 1 TO ARCHIVE-COUNT.
           MOVE RST-VALUE TO AE-NAME(ARCHIVE-COUNT).
           MOVE ZERO TO AE-READ(ARCHIVE-COUNT).
           MOVE ZERO TO AE-SELECTED(ARCHIVE-COUNT).
           EXIT.

         CHECK-ONE-REPEAT.
           IF (AE-NAME(SCAN-IDX) = RST-VALUE)
             DISPLAY 'ARCHIVE NAMED TWICE: ' RESTORE-CARD-REC
             PERFORM ABORT-RUN
           END-IF.
           EXIT.

         VALIDATE-CARD-DATE.
           IF (RST-VALUE(1:8) IS NOT NUMERIC)
              OR (RST-VALUE(9:) IS NOT = SPACES)
             DISPLAY 'DATE MUST BE YYYYMMDD: ' RESTORE-CARD-REC
             PERFORM ABORT-RUN
           END-IF.
           EXIT.

      * The deck as a whole: at least one archive, both dates in
      * the right order, and a work file that is neither a live
      * file nor one of the archives being read.
         CHECK-RESTORE-CARDS.
           IF (ARCHIVE-COUNT IS ZERO)
             DISPLAY 'NO ARCHIVE CARD IN CHAIN.RST.'
             PERFORM ABORT-RUN
           END-IF.
           IF (NO-DATE-FROM) OR (NO-DATE-TO)
             DISPLAY 'CHAIN.RST NEEDS BOTH A DATE-FROM AND A DATE-TO '
               'CARD.'
             PERFORM ABORT-RUN
           END-IF.
           IF (DATE-FROM > DATE-TO)
             DISPLAY 'DATE-FROM ' DATE-FROM ' IS AFTER DATE-TO '
               DATE-TO '.'
             PERFORM ABORT-RUN
           END-IF.
           IF (KIND-HISTORY)
             MOVE 10 TO DATE-OFFSET
             IF (WORK-NAME = SPACES)
               MOVE 'ch-2.hist.rst' TO WORK-NAME
             END-IF
           ELSE
             MOVE 21 TO DATE-OFFSET
             IF (WORK-NAME = SPACES)
               MOVE 'chain.aud.rst' TO WORK-NAME
             END-IF
           END-IF.
           IF (WORK-NAME = 'ch-2.hist') OR (WORK-NAME = 'chain.aud')
             DISPLAY 'OUTPUT CANNOT BE A LIVE FILE: ' WORK-NAME
             PERFORM ABORT-RUN
           END-IF.
           PERFORM CHECK-OUTPUT-NOT-ARCHIVE VARYING SCAN-IDX
             FROM 1 BY 1
             UNTIL SCAN-IDX > ARCHIVE-COUNT.
           EXIT.

         CHECK-OUTPUT-NOT-ARCHIVE.
           IF (AE-NAME(SCAN-IDX) = WORK-NAME)
             DISPLAY 'OUTPUT CANNOT BE AN ARCHIVE BEING READ: '
               WORK-NAME
             PERFORM ABORT-RUN
           END-IF.
           EXIT.

      * Every archive is opened before anything is read, so a
      * mistyped name stops the run instead of quietly restoring
      * from the rest.
         CHECK-ARCHIVES-ON-FILE.
           PERFORM CHECK-ONE-ARCHIVE-ON-FILE VARYING ARCHIVE-IDX
             FROM 1 BY 1
             UNTIL ARCHIVE-IDX > ARCHIVE-COUNT.
           EXIT.

         CHECK-ONE-ARCHIVE-ON-FILE.
           MOVE AE-NAME(ARCHIVE-IDX) TO ARCHIVE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           IF (ARCHIVE-FOUND)
             CLOSE ARCHIVE-FILE
           ELSE
             DISPLAY 'ARCHIVE NOT FOUND: ' ARCHIVE-NAME
             SET RESTORE-REFUSED TO TRUE
           END-IF.
           EXIT.

      * An archive whose range overlaps one already restored into
      * this work file would put the same records in it twice. The
      * ledger only counts while the work file it speaks for is
      * still there.
         CHECK-RESTORE-LEDGER.
           OPEN INPUT WORK-FILE.
           IF (WORK-FOUND)
             CLOSE WORK-FILE
             OPEN INPUT RESTORE-LEDGER
             IF (LEDGER-FOUND)
               PERFORM READ-LEDGER-RECORD
               PERFORM CHECK-ONE-LEDGER-ENTRY UNTIL LEDGER-EOF
             END-IF
             CLOSE RESTORE-LEDGER
           END-IF.
           EXIT.

         READ-LEDGER-RECORD.
           READ RESTORE-LEDGER
             AT END
               CONTINUE
           END-READ.
           EXIT.

         CHECK-ONE-LEDGER-ENTRY.
           ADD 1 TO LEDGER-ENTRIES-READ.
           IF (LEDGER-ENTRIES-READ > 500)
             DISPLAY 'RESTORE LEDGER PAST 500 ENTRIES -- REST NOT '
               'CHECKED.'
             SET RESTORE-REFUSED TO TRUE
             SET LEDGER-EOF TO TRUE
           ELSE
             MOVE RESTORE-LEDGER-REC TO LEDGER-REC
             IF (LG-WORK-NAME = WORK-NAME)
               PERFORM CHECK-LEDGER-AGAINST-ARCHIVE
                 VARYING ARCHIVE-IDX FROM 1 BY 1
                 UNTIL ARCHIVE-IDX > ARCHIVE-COUNT
             END-IF
             PERFORM READ-LEDGER-RECORD
           END-IF.
           EXIT.

         CHECK-LEDGER-AGAINST-ARCHIVE.
           IF (LG-ARCHIVE-NAME = AE-NAME(ARCHIVE-IDX))
              AND (LG-DATE-FROM NOT > DATE-TO)
              AND (LG-DATE-TO NOT < DATE-FROM)
             DISPLAY 'ALREADY RESTORED: ' LG-ARCHIVE-NAME
             DISPLAY '  ' LG-DATE-FROM ' TO ' LG-DATE-TO ' INTO '
               LG-WORK-NAME ' ON ' LG-RESTORED-ON
             SET RESTORE-REFUSED TO TRUE
           END-IF.
           EXIT.

      * The records already in the work file go into the sort
      * first, then every archive's records in the date range.
         RELEASE-ALL-RECORDS.
           OPEN INPUT WORK-FILE.
           IF (WORK-FOUND)
             PERFORM READ-WORK-RECORD
             PERFORM RELEASE-ONE-CARRIED UNTIL WORK-EOF
             CLOSE WORK-FILE
           END-IF.
           PERFORM RELEASE-ONE-ARCHIVE VARYING ARCHIVE-IDX
             FROM 1 BY 1
             UNTIL ARCHIVE-IDX > ARCHIVE-COUNT.
           EXIT.

         READ-WORK-RECORD.
           READ WORK-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

         RELEASE-ONE-CARRIED.
           ADD 1 TO RECORDS-CARRIED.
           ADD 1 TO SORT-SEQ.
           MOVE WORK-REC TO DATED-REC.
           PERFORM PICK-RECORD-DATE.
           MOVE REC-DATE TO SR-DATE.
           MOVE SORT-SEQ TO SR-SEQ.
           MOVE WORK-REC TO SR-DATA.
           RELEASE SORT-REC.
           PERFORM READ-WORK-RECORD.
           EXIT.

         RELEASE-ONE-ARCHIVE.
           MOVE AE-NAME(ARCHIVE-IDX) TO ARCHIVE-NAME.
           OPEN INPUT ARCHIVE-FILE.
           PERFORM READ-ARCHIVE-RECORD.
           PERFORM SELECT-ONE-RECORD UNTIL ARCHIVE-EOF.
           CLOSE ARCHIVE-FILE.
           EXIT.

         READ-ARCHIVE-RECORD.
           READ ARCHIVE-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

      * An audit record written before the program name was
      * widened has its separators at columns 10 and 19 instead of
      * 11 and 20, and its date one column to the left.
         PICK-RECORD-DATE.
           MOVE DATED-REC(DATE-OFFSET:8) TO REC-DATE.
           IF (KIND-AUDIT)
              AND (DATED-REC(10:1) = SPACE)
              AND (DATED-REC(19:1) = SPACE)
             IF (DATED-REC(11:1) IS NOT = SPACE)
                OR (DATED-REC(20:1) IS NOT = SPACE)
               MOVE DATED-REC(20:8) TO REC-DATE
             END-IF
           END-IF.
           EXIT.

      * Dates are YYYYMMDD, so a plain character compare orders
      * them once the field is known to be all digits.
         SELECT-ONE-RECORD.
           ADD 1 TO AE-READ(ARCHIVE-IDX).
           MOVE ARCHIVE-REC TO DATED-REC.
           PERFORM PICK-RECORD-DATE.
           IF (REC-DATE IS NUMERIC)
              AND (REC-DATE NOT < DATE-FROM)
              AND (REC-DATE NOT > DATE-TO)
             ADD 1 TO AE-SELECTED(ARCHIVE-IDX)
             ADD 1 TO RECORDS-SELECTED
             ADD 1 TO SORT-SEQ
             MOVE REC-DATE TO SR-DATE
             MOVE SORT-SEQ TO SR-SEQ
             MOVE ARCHIVE-REC TO SR-DATA
             RELEASE SORT-REC
           END-IF.
           PERFORM READ-ARCHIVE-RECORD.
           EXIT.

      * The sorted records go to the scratch file, never straight
      * over the work file: the work file is only replaced once the
      * counts prove.
         WRITE-SORTED-RECORDS.
           OPEN OUTPUT SCRATCH-FILE.
           SET SORT-NOT-DONE TO TRUE.
           PERFORM RETURN-ONE-RECORD UNTIL SORT-DONE.
           CLOSE SCRATCH-FILE.
           EXIT.

         RETURN-ONE-RECORD.
           RETURN SORT-FILE
             AT END
               SET SORT-DONE TO TRUE
             NOT AT END
               MOVE SR-DATA TO SCRATCH-REC
               WRITE SCRATCH-REC
               ADD 1 TO RECORDS-WRITTEN
           END-RETURN.
           EXIT.

         PRINT-CONTROL-TOTALS.
           DISPLAY HEADER-LINE.
           DISPLAY 'RESTORE ' DATE-FROM ' TO ' DATE-TO ' INTO '
             WORK-NAME.
           DISPLAY HEADER-LINE.
           PERFORM PRINT-ONE-ARCHIVE-TOTAL VARYING ARCHIVE-IDX
             FROM 1 BY 1
             UNTIL ARCHIVE-IDX > ARCHIVE-COUNT.
           DISPLAY HEADER-LINE.
           DISPLAY 'RECORDS SELECTED:        ' RECORDS-SELECTED.
           DISPLAY 'CARRIED FROM WORK FILE:  ' RECORDS-CARRIED.
           DISPLAY 'RECORDS WRITTEN:         ' RECORDS-WRITTEN.
           EXIT.

         PRINT-ONE-ARCHIVE-TOTAL.
           MOVE AE-NAME(ARCHIVE-IDX) TO TL-NAME.
           MOVE AE-READ(ARCHIVE-IDX) TO TL-READ.
           MOVE AE-SELECTED(ARCHIVE-IDX) TO TL-SELECTED.
           DISPLAY TOTAL-LINE.
           EXIT.

      * The proof before the replacement, as PRC-257-12 makes it:
      * what was written must be what was carried plus what was
      * selected, and the scratch file is re-read and re-counted to
      * show it really landed on disk. Only then is the work file
      * rewritten and the restore entered on the ledger.
         PROVE-AND-REPLACE.
           COMPUTE CONTROL-SUM = RECORDS-CARRIED + RECORDS-SELECTED.
           MOVE ZERO TO RECORDS-REREAD.
           OPEN INPUT SCRATCH-FILE.
           PERFORM READ-SCRATCH-RECORD.
           PERFORM COUNT-ONE-SCRATCH-RECORD UNTIL SCRATCH-EOF.
           CLOSE SCRATCH-FILE.
           IF (CONTROL-SUM IS NOT = RECORDS-WRITTEN)
              OR (RECORDS-REREAD IS NOT = RECORDS-WRITTEN)
             DISPLAY 'CONTROL COUNTS DO NOT PROVE -- WORK FILE LEFT '
               'UNTOUCHED.'
             MOVE 16 TO RETURN-CODE
           ELSE
             PERFORM REPLACE-WORK-FILE
             PERFORM WRITE-LEDGER-ENTRIES
             DISPLAY 'CONTROL COUNTS PROVED -- WORK FILE WRITTEN.'
           END-IF.
           EXIT.

         READ-SCRATCH-RECORD.
           READ SCRATCH-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

         COUNT-ONE-SCRATCH-RECORD.
           ADD 1 TO RECORDS-REREAD.
           PERFORM READ-SCRATCH-RECORD.
           EXIT.

         REPLACE-WORK-FILE.
           OPEN INPUT SCRATCH-FILE.
           OPEN OUTPUT WORK-FILE.
           PERFORM READ-SCRATCH-RECORD.
           PERFORM COPY-ONE-SCRATCH-RECORD UNTIL SCRATCH-EOF.
           CLOSE SCRATCH-FILE.
           CLOSE WORK-FILE.
           EXIT.

         COPY-ONE-SCRATCH-RECORD.
           MOVE SCRATCH-REC TO WORK-REC.
           WRITE WORK-REC.
           PERFORM READ-SCRATCH-RECORD.
           EXIT.

         WRITE-LEDGER-ENTRIES.
           ACCEPT RESTORED-ON FROM DATE YYYYMMDD.
           OPEN EXTEND RESTORE-LEDGER.
           PERFORM WRITE-ONE-LEDGER-ENTRY VARYING ARCHIVE-IDX
             FROM 1 BY 1
             UNTIL ARCHIVE-IDX > ARCHIVE-COUNT.
           CLOSE RESTORE-LEDGER.
           EXIT.

         WRITE-ONE-LEDGER-ENTRY.
           MOVE WORK-NAME TO LG-WORK-NAME.
           MOVE AE-NAME(ARCHIVE-IDX) TO LG-ARCHIVE-NAME.
           MOVE DATE-FROM TO LG-DATE-FROM.
           MOVE DATE-TO TO LG-DATE-TO.
           MOVE RESTORED-ON TO LG-RESTORED-ON.
           MOVE LEDGER-REC TO RESTORE-LEDGER-REC.
           WRITE RESTORE-LEDGER-REC.
           EXIT.

         ABORT-RUN.
           DISPLAY 'RUN TERMINATED DUE TO INVALID RESTORE CARDS.'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
