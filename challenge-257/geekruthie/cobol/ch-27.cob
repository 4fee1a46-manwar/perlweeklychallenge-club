      * Perl/Raku Weekly Challenge Week 257, master unload/reload step
      *
      * GnuCOBOL, v 3.2-rc2.0
      *
      * Compile and execute with: $ cobc -xj ch-27.cob
      *
      * This program is the backup and reorganization path for the
      * two permanent masters, the matrix master 'ch-2.mst' and the
      * ranking master 'ch-1.mst'. Before it, the only backup was a
      * copy of the raw indexed file, and ch-2.mst could not be
      * reorganized after heavy PRC-257-7 purges. It has four
      * functions, chosen on the cards in 'chain.bkp':
      *
      *   FUNCTION UNLOAD   writes the master to a sequential
      *                     unload file
      *   FUNCTION RELOAD   rebuilds a fresh master from an unload
      *                     file and replaces the old one
      *   FUNCTION VERIFY   the weekly backup check: rebuilds from
      *                     an unload file exactly as RELOAD does
      *                     and proves it, but replaces nothing
      *   FUNCTION CONVERT  the one-time conversion of a ch-2.mst
      *                     filed before matrices were fingerprinted
      *                     to the current record layout
      *   MASTER   name     ch-2.mst or ch-1.mst
      *   FILE     name     the unload file (default the master's
      *                     name plus '.unl'); for CONVERT, the old
      *                     master (default 'ch-2.mst.old')
      *
      * The unload file starts with a '*HEADER*' record and ends
      * with a '*TRAILER' record. Both carry the master's name, the
      * run-id, the date and time of the unload, the record count
      * and a hash total of the record keys. The master is read
      * twice on an unload, once for the header figures and once to
      * write the records, so a master changed between the two
      * passes shows up as a header that does not match the
      * trailer.
      *
      * RELOAD and VERIFY load the unload file into a fresh master
      * under the master's name plus '.new', then prove that the
      * records loaded, the header, the trailer and a re-read of
      * the new master all agree on the count and the hash total.
      * Only once that proves does RELOAD copy the new master over
      * the old one, and it re-reads the replaced master to prove
      * the copy as well.
      *
      * PRC-257-6's content fingerprint, its alternate key and the
      * duplicate fields lengthened the matrix master's record and
      * changed its keys, so a ch-2.mst filed before them cannot be
      * opened by any step of the chain, this one included. To
      * convert it, rename it to 'ch-2.mst.old' (or name it on the
      * FILE card) and run FUNCTION CONVERT with MASTER ch-2.mst.
      * Each old record is read under the old layout, fingerprinted
      * from its dimensions and cell values exactly as PRC-257-6
      * fingerprints an incoming matrix, and loaded into the '.new'
      * master with its duplicate fields blank. Once the old
      * master's count and hash total agree with a re-read of the
      * new one, the new master is copied in as ch-2.mst and proved
      * as on a RELOAD. The renamed old master is left untouched.
      *
      * Each run is recorded in the audit ledger named by the AUDIT
      * card in 'chain.ctl' (default 'chain.aud'), under the
      * chain.ctl RUN-ID and RUN-DATE: a START record, then an end
      * record whose phase names what was done -- UNLD, RELD, VRFY
      * or CONV followed by 1 or 2 for the master -- with the records
      * read and written and the return code.
      *
      * This code has the following brewed-in limitations:
      *  - The key hash is a polynomial hash of the key characters,
      *    summed over the keys, kept below a nine-digit prime. It
      *    is a control total, not a checksum of whole records.
      *  - A key character outside letters, digits, space and
      *    '-', '_' and '.' hashes the same as any other such
      *    character.
      *  - The '.new' master is left behind after a RELOAD or a
      *    VERIFY, and is overwritten by the next one.
      *  - A RELOAD that stops part way through copying over the
      *    old master leaves the master incomplete; the unload file
      *    and the '.new' master are still there to reload from.
      *  - CONVERT does not look for duplicates among the records it
      *    converts; they are all filed as originals, and only
      *    matrices loaded afterwards are checked against them. An
      *    old record whose dimensions or cells will not parse fails
      *    the conversion, and ch-2.mst is not replaced.
      *
      * Modification History:
      *  - Written so the masters have a proven backup and ch-2.mst
      *    can be reorganized after heavy purges.
      *  - The audit records are now stamped with the system date
      *    and time each was written, the same as the chain steps'.
      *  - FUNCTION CONVERT added, the one-time path from a ch-2.mst
      *    filed before the fingerprint to the current layout.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-27.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT UTILITY-CARDS
           ASSIGN TO 'chain.bkp'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UTILITY-CARDS-STATUS.

           SELECT OPTIONAL CONTROL-CARDS
           ASSIGN TO 'chain.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-CARDS-STATUS.

           SELECT OPTIONAL AUDIT-FILE
           ASSIGN USING AUDIT-NAME
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT UNLOAD-FILE
           ASSIGN USING UNLOAD-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS UNLOAD-STATUS.

           SELECT MATRIX-MASTER
           ASSIGN TO 'ch-2.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           ALTERNATE RECORD KEY IS MST-FINGERPRINT WITH DUPLICATES
           FILE STATUS IS MASTER-STATUS.

           SELECT MATRIX-REBUILD
           ASSIGN USING REBUILD-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RBM-KEY
           ALTERNATE RECORD KEY IS RBM-FINGERPRINT WITH DUPLICATES
           FILE STATUS IS REBUILD-STATUS.

      * The matrix master as it was filed before the fingerprint,
      * read only by a CONVERT.
           SELECT OLD-MATRIX-MASTER
           ASSIGN USING UNLOAD-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS OLD-KEY
           FILE STATUS IS MASTER-STATUS.

           SELECT RANKING-MASTER
           ASSIGN TO 'ch-1.mst'
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RNK-KEY
           FILE STATUS IS MASTER-STATUS.

           SELECT RANKING-REBUILD
           ASSIGN USING REBUILD-NAME
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS RBR-KEY
           FILE STATUS IS REBUILD-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD UTILITY-CARDS.
         01 UTILITY-CARD-REC PIC X(80).
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         FD AUDIT-FILE.
         01 AUDIT-OUT-REC PIC X(80).
         FD UNLOAD-FILE.
         01 UNLOAD-REC PIC X(1650).
         FD MATRIX-MASTER.
         01 MASTER-REC.
           03 MST-KEY.
             05 MST-RUN-ID PIC X(8).
             05 MST-MATRIX-NUM PIC 9(2).
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
      * The rebuilt matrix master: the same record, with only the
      * two keys broken out.
         FD MATRIX-REBUILD.
         01 REBUILD-MATRIX-REC.
           03 RBM-KEY PIC X(10).
           03 FILLER PIC X(12).
           03 RBM-FINGERPRINT PIC 9(9).
           03 FILLER PIC X(1619).
         FD OLD-MATRIX-MASTER.
         01 OLD-MASTER-REC.
           03 OLD-KEY.
             05 OLD-RUN-ID PIC X(8).
             05 OLD-MATRIX-NUM PIC 9(2).
           03 OLD-RUN-DATE PIC X(8).
           03 OLD-DIM-X PIC 9(2).
           03 OLD-DIM-Y PIC 9(2).
           03 OLD-ROWS.
             05 OLD-ROW-TEXT OCCURS 20 TIMES PIC X(80).
         FD RANKING-MASTER.
         01 RANKING-MASTER-REC.
           03 RNK-KEY.
             05 RNK-RUN-ID PIC X(8).
             05 RNK-ARR-IDX PIC 9(2).
             05 RNK-ELEM-IDX PIC 9(2).
           03 RNK-RUN-DATE PIC X(8).
           03 RNK-VALUE PIC 9(2).
           03 RNK-COUNTER PIC 9(2).
         FD RANKING-REBUILD.
         01 REBUILD-RANKING-REC.
           03 RBR-KEY PIC X(12).
           03 FILLER PIC X(12).
         WORKING-STORAGE SECTION.
         01 UTILITY-CARDS-STATUS PIC X(2).
           88 UTILITY-CARDS-FOUND VALUE '00'.
           88 UTILITY-CARDS-EOF VALUE '10'.
         01 CONTROL-CARDS-STATUS PIC X(2).
           88 CONTROL-CARDS-FOUND VALUE '00'.
           88 CONTROL-CARDS-EOF VALUE '10'.
         01 UNLOAD-STATUS PIC X(2).
           88 UNLOAD-FOUND VALUE '00'.
           88 UNLOAD-EOF VALUE '10'.
         01 MASTER-STATUS PIC X(2).
           88 MASTER-FOUND VALUE '00'.
         01 REBUILD-STATUS PIC X(2).
           88 REBUILD-FOUND VALUE '00'.
         01 CTL-KEYWORD PIC X(8).
         01 CTL-VALUE PIC X(40).
         01 CTL-RUN-ID PIC X(8) VALUE 'CHAINRUN'.
         01 CTL-RUN-DATE PIC X(8).
         01 FILLER PIC X(1) VALUE 'N'.
           88 RUN-DATE-DEFAULTED VALUE 'N'.
           88 RUN-DATE-FROM-CARD VALUE 'Y'.
         01 UTL-KEYWORD PIC X(10).
         01 UTL-VALUE PIC X(41).
         01 UTL-FUNCTION PIC X(8) VALUE SPACES.
           88 FUNCTION-UNLOAD VALUE 'UNLOAD'.
           88 FUNCTION-RELOAD VALUE 'RELOAD'.
           88 FUNCTION-VERIFY VALUE 'VERIFY'.
           88 FUNCTION-CONVERT VALUE 'CONVERT'.
         01 UTL-MASTER PIC X(10) VALUE SPACES.
           88 MASTER-MATRIX VALUE 'ch-2.mst'.
           88 MASTER-RANKING VALUE 'ch-1.mst'.
         01 UNLOAD-NAME PIC X(40) VALUE SPACES.
         01 REBUILD-NAME PIC X(40).
         01 AUDIT-NAME PIC X(40) VALUE 'chain.aud'.
         01 AUDIT-REC.
           03 AUD-PROGRAM PIC X(10) VALUE 'PRC-257-27'.
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
         01 STEP-STARTED.
           03 STARTED-DATE PIC X(8).
           03 STARTED-TIME PIC X(6).
         01 STAMP-NOW.
           03 STAMP-DATE PIC X(8).
           03 STAMP-TIME PIC X(6).
         01 TIME-NOW PIC X(8).
         01 END-PHASE PIC X(5).
      * The header and trailer of the unload file.
         01 UNLOAD-CONTROL-REC.
           03 UC-TAG PIC X(8).
             88 UC-HEADER VALUE '*HEADER*'.
             88 UC-TRAILER VALUE '*TRAILER'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 UC-MASTER PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 UC-RUN-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 UC-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 UC-TIME PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 UC-COUNT PIC 9(9).
           03 FILLER PIC X(1) VALUE SPACE.
           03 UC-HASH PIC 9(9).
         01 UNLOAD-DATE PIC X(8).
         01 UNLOAD-TIME PIC X(8).
      * The key hash: each key character is looked up in this list
      * and folded in as a polynomial hash, the way PRC-257-6
      * fingerprints a matrix; the key hashes are then summed
      * under the same prime into the hash total.
         01 HASH-CHARACTERS.
           03 FILLER PIC X(37) VALUE
             ' 0123456789ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
           03 FILLER PIC X(29) VALUE
             'abcdefghijklmnopqrstuvwxyz-_.'.
         01 HASH-KEY PIC X(12).
         01 HASH-KEY-LENGTH PIC 9(2) USAGE IS COMP.
         01 HASH-IDX PIC 9(2) USAGE IS COMP.
         01 KEY-HASH PIC 9(9) USAGE IS COMP.
         01 HASH-TERM PIC 9(3) USAGE IS COMP.
         01 HASH-WORK PIC 9(12) USAGE IS COMP.
         01 HASH-QUOTIENT PIC 9(12) USAGE IS COMP.
         01 HASH-MULTIPLIER PIC 9(3) USAGE IS COMP VALUE 211.
         01 HASH-MODULUS PIC 9(9) USAGE IS COMP VALUE 999999937.
      * One pass's count and hash total, copied out to the figures
      * below when the pass is done.
         01 PASS-COUNT PIC 9(9) USAGE IS COMP.
         01 PASS-HASH PIC 9(9) USAGE IS COMP.
         01 MASTER-COUNT PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 MASTER-HASH PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 UNLOADED-COUNT PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 UNLOADED-HASH PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 HEADER-COUNT PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 HEADER-HASH PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 TRAILER-COUNT PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 TRAILER-HASH PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 REBUILT-COUNT PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 REBUILT-HASH PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 REPLACED-COUNT PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 REPLACED-HASH PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 DUPLICATE-KEYS PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 RECORDS-READ PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 RECORDS-WRITTEN PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 FILLER PIC X(1) VALUE 'N'.
           88 WALK-NOT-DONE VALUE 'N'.
           88 WALK-DONE VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 TRAILER-NOT-SEEN VALUE 'N'.
           88 TRAILER-SEEN VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 PROOF-HOLDS VALUE 'N'.
           88 PROOF-FAILED VALUE 'Y'.
         01 FIGURE-LINE.
           03 FL-LABEL PIC X(24).
           03 FL-COUNT PIC ZZZZZZZZ9.
           03 FILLER PIC X(7) VALUE '  HASH '.
           03 FL-HASH PIC 9(9).
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.
      * An old record converted to the current layout, with the
      * fingerprint PRC-257-6 would have filed it under.
         01 CONVERTED-REC.
           03 CNV-KEY PIC X(10).
           03 CNV-RUN-DATE PIC X(8).
           03 CNV-DIM-X PIC 9(2).
           03 CNV-DIM-Y PIC 9(2).
           03 CNV-FINGERPRINT PIC 9(9).
           03 CNV-DUP-FLAG PIC X(1).
           03 CNV-DUP-OF-KEY.
             05 CNV-DUP-OF-RUN-ID PIC X(8).
             05 CNV-DUP-OF-MATRIX-NUM PIC 9(2).
           03 CNV-DUP-OF-RUN-DATE PIC X(8).
           03 CNV-ROWS PIC X(1600).
         01 FINGERPRINT-VALUE PIC 9(9) USAGE IS COMP.
         01 FP-TERM PIC 9(3) USAGE IS COMP.
         01 FP-WORK PIC 9(12) USAGE IS COMP.
         01 FP-QUOTIENT PIC 9(12) USAGE IS COMP.
         01 FP-MULTIPLIER PIC 9(3) USAGE IS COMP VALUE 211.
         01 FP-MODULUS PIC 9(9) USAGE IS COMP VALUE 999999937.
         01 DIM-X PIC 9(2) USAGE IS COMP.
         01 DIM-Y PIC 9(2) USAGE IS COMP.
         01 IDX2 PIC 9(2) USAGE IS COMP.
         01 IDX3 PIC 9(2) USAGE IS COMP.
         01 REC-PTR PIC 9(3) USAGE IS COMP.
         01 PARSE-REC PIC X(80).
         01 CELL-TXT PIC X(6).
         01 CELL-VALUE PIC S9(7) USAGE IS COMP.
         01 VAL-CHECK PIC 9(2) USAGE IS COMP.
         01 BAD-RECORDS PIC 9(9) USAGE IS COMP VALUE ZERO.
         01 FILLER PIC X(1) VALUE 'N'.
           88 OLD-RECORD-GOOD VALUE 'N'.
           88 OLD-RECORD-BAD VALUE 'Y'.

       PROCEDURE DIVISION.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO STEP-STARTED.
           PERFORM READ-CONTROL-CARDS.
           IF (RUN-DATE-DEFAULTED)
             ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           PERFORM READ-UTILITY-CARDS.
           PERFORM CHECK-UTILITY-CARDS.
           PERFORM WRITE-AUDIT-START.
           DISPLAY HEADER-LINE.
           DISPLAY 'MASTER ' UTL-FUNCTION ' ' UTL-MASTER.
           IF (FUNCTION-CONVERT)
             DISPLAY 'OLD MASTER ' UNLOAD-NAME
           ELSE
             DISPLAY 'UNLOAD FILE ' UNLOAD-NAME
           END-IF.
           DISPLAY HEADER-LINE.
           IF (FUNCTION-UNLOAD)
             PERFORM UNLOAD-MASTER
           ELSE
             IF (FUNCTION-CONVERT)
               PERFORM CONVERT-MASTER
             ELSE
               PERFORM RELOAD-MASTER
             END-IF
           END-IF.
           DISPLAY HEADER-LINE.
           IF (PROOF-FAILED)
             MOVE 16 TO RETURN-CODE
           END-IF.
           PERFORM WRITE-AUDIT-END.
           STOP RUN.

      * The utility deck is read card by card, the same way as the
      * other selection decks; an unknown card stops the run.
         READ-UTILITY-CARDS.
           OPEN INPUT UTILITY-CARDS.
           IF (NOT UTILITY-CARDS-FOUND)
             DISPLAY 'CHAIN.BKP NOT FOUND -- NOTHING TO DO.'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM READ-UTILITY-RECORD.
           PERFORM APPLY-UTILITY-CARD UNTIL UTILITY-CARDS-EOF.
           CLOSE UTILITY-CARDS.
           EXIT.

         READ-UTILITY-RECORD.
           READ UTILITY-CARDS
             AT END
               CONTINUE
           END-READ.
           EXIT.

         APPLY-UTILITY-CARD.
           MOVE SPACES TO UTL-KEYWORD.
           MOVE SPACES TO UTL-VALUE.
           UNSTRING UTILITY-CARD-REC
             DELIMITED BY ALL SPACES
             INTO UTL-KEYWORD
                  UTL-VALUE.
           IF (UTL-KEYWORD = SPACES) OR (UTL-KEYWORD(1:1) = '*')
             CONTINUE
           ELSE
             PERFORM APPLY-ONE-CARD
           END-IF.
           PERFORM READ-UTILITY-RECORD.
           EXIT.

         APPLY-ONE-CARD.
           IF (UTL-VALUE(41:1) IS NOT = SPACE)
             DISPLAY 'VALUE LONGER THAN 40 CHARACTERS: '
               UTILITY-CARD-REC
             PERFORM ABORT-RUN
           END-IF.
           IF (UTL-KEYWORD = 'FUNCTION')
             MOVE UTL-VALUE TO UTL-FUNCTION
             IF (NOT FUNCTION-UNLOAD) AND (NOT FUNCTION-RELOAD)
                AND (NOT FUNCTION-VERIFY) AND (NOT FUNCTION-CONVERT)
               DISPLAY 'FUNCTION MUST BE UNLOAD, RELOAD, VERIFY OR '
                 'CONVERT: ' UTILITY-CARD-REC
               PERFORM ABORT-RUN
             END-IF
           ELSE
             IF (UTL-KEYWORD = 'MASTER')
               MOVE UTL-VALUE TO UTL-MASTER
               IF (NOT MASTER-MATRIX) AND (NOT MASTER-RANKING)
                 DISPLAY 'MASTER MUST BE ch-2.mst OR ch-1.mst: '
                   UTILITY-CARD-REC
                 PERFORM ABORT-RUN
               END-IF
             ELSE
               IF (UTL-KEYWORD = 'FILE')
                 MOVE UTL-VALUE TO UNLOAD-NAME
               ELSE
                 DISPLAY 'UNKNOWN UTILITY CARD -- STOPPED: '
                   UTILITY-CARD-REC
                 PERFORM ABORT-RUN
               END-IF
             END-IF
           END-IF.
           EXIT.

      * Both the function and the master have to be named; there
      * is no safe default for either. The unload file may not be
      * a master itself or the '.new' master a reload builds. Only
      * the matrix master has an old layout to convert.
         CHECK-UTILITY-CARDS.
           IF (UTL-FUNCTION = SPACES)
             DISPLAY 'CHAIN.BKP NEEDS A FUNCTION CARD.'
             PERFORM ABORT-RUN
           END-IF.
           IF (UTL-MASTER = SPACES)
             DISPLAY 'CHAIN.BKP NEEDS A MASTER CARD.'
             PERFORM ABORT-RUN
           END-IF.
           IF (FUNCTION-CONVERT) AND (NOT MASTER-MATRIX)
             DISPLAY 'CONVERT IS FOR ch-2.mst ONLY: ' UTL-MASTER
             PERFORM ABORT-RUN
           END-IF.
           MOVE SPACES TO REBUILD-NAME.
           STRING UTL-MASTER DELIMITED BY SPACE
                  '.new' DELIMITED BY SIZE
             INTO REBUILD-NAME.
           IF (UNLOAD-NAME = SPACES)
             IF (FUNCTION-CONVERT)
               STRING UTL-MASTER DELIMITED BY SPACE
                      '.old' DELIMITED BY SIZE
                 INTO UNLOAD-NAME
             ELSE
               STRING UTL-MASTER DELIMITED BY SPACE
                      '.unl' DELIMITED BY SIZE
                 INTO UNLOAD-NAME
             END-IF
           END-IF.
           IF (UNLOAD-NAME = 'ch-2.mst') OR (UNLOAD-NAME = 'ch-1.mst')
              OR (UNLOAD-NAME = REBUILD-NAME)
             DISPLAY 'FILE CANNOT BE A MASTER: ' UNLOAD-NAME
             PERFORM ABORT-RUN
           END-IF.
           IF (MASTER-MATRIX)
             MOVE 10 TO HASH-KEY-LENGTH
           ELSE
             MOVE 12 TO HASH-KEY-LENGTH
           END-IF.
           EXIT.

      * Pass one counts and hashes the master for the header; pass
      * two writes the records behind it and counts them again for
      * the trailer. The two passes have to agree.
         UNLOAD-MASTER.
           PERFORM COUNT-MASTER-FILE.
           IF (PROOF-FAILED)
             DISPLAY 'MASTER NOT FOUND -- NOTHING UNLOADED: '
               UTL-MASTER
           ELSE
             MOVE MASTER-COUNT TO HEADER-COUNT
             MOVE MASTER-HASH TO HEADER-HASH
             ACCEPT UNLOAD-DATE FROM DATE YYYYMMDD
             ACCEPT UNLOAD-TIME FROM TIME
             OPEN OUTPUT UNLOAD-FILE
             SET UC-HEADER TO TRUE
             MOVE HEADER-COUNT TO UC-COUNT
             MOVE HEADER-HASH TO UC-HASH
             PERFORM WRITE-UNLOAD-CONTROL
             PERFORM WRITE-MASTER-RECORDS
             SET UC-TRAILER TO TRUE
             MOVE UNLOADED-COUNT TO UC-COUNT
             MOVE UNLOADED-HASH TO UC-HASH
             PERFORM WRITE-UNLOAD-CONTROL
             CLOSE UNLOAD-FILE
             MOVE UNLOADED-COUNT TO TRAILER-COUNT
             MOVE UNLOADED-HASH TO TRAILER-HASH
             MOVE 'MASTER RECORDS:' TO FL-LABEL
             MOVE MASTER-COUNT TO FL-COUNT
             MOVE MASTER-HASH TO FL-HASH
             DISPLAY FIGURE-LINE
             MOVE 'RECORDS UNLOADED:' TO FL-LABEL
             MOVE UNLOADED-COUNT TO FL-COUNT
             MOVE UNLOADED-HASH TO FL-HASH
             DISPLAY FIGURE-LINE
             IF (HEADER-COUNT IS NOT = TRAILER-COUNT)
                OR (HEADER-HASH IS NOT = TRAILER-HASH)
               DISPLAY 'MASTER CHANGED DURING THE UNLOAD -- UNLOAD '
                 'FILE IS NOT A GOOD BACKUP.'
               SET PROOF-FAILED TO TRUE
             ELSE
               DISPLAY 'UNLOAD PROVED -- HEADER AND TRAILER AGREE.'
             END-IF
           END-IF.
           MOVE MASTER-COUNT TO RECORDS-READ.
           MOVE UNLOADED-COUNT TO RECORDS-WRITTEN.
           EXIT.

         WRITE-UNLOAD-CONTROL.
           MOVE UTL-MASTER TO UC-MASTER.
           MOVE CTL-RUN-ID TO UC-RUN-ID.
           MOVE UNLOAD-DATE TO UC-DATE.
           MOVE UNLOAD-TIME(1:6) TO UC-TIME.
           MOVE UNLOAD-CONTROL-REC TO UNLOAD-REC.
           WRITE UNLOAD-REC.
           EXIT.

         COUNT-MASTER-FILE.
           MOVE ZERO TO PASS-COUNT.
           MOVE ZERO TO PASS-HASH.
           IF (MASTER-MATRIX)
             OPEN INPUT MATRIX-MASTER
             IF (MASTER-FOUND)
               PERFORM WALK-MATRIX-MASTER
               CLOSE MATRIX-MASTER
             ELSE
               SET PROOF-FAILED TO TRUE
             END-IF
           ELSE
             OPEN INPUT RANKING-MASTER
             IF (MASTER-FOUND)
               PERFORM WALK-RANKING-MASTER
               CLOSE RANKING-MASTER
             ELSE
               SET PROOF-FAILED TO TRUE
             END-IF
           END-IF.
           MOVE PASS-COUNT TO MASTER-COUNT.
           MOVE PASS-HASH TO MASTER-HASH.
           EXIT.

         WRITE-MASTER-RECORDS.
           MOVE ZERO TO PASS-COUNT.
           MOVE ZERO TO PASS-HASH.
           IF (MASTER-MATRIX)
             OPEN INPUT MATRIX-MASTER
             PERFORM UNLOAD-MATRIX-MASTER
             CLOSE MATRIX-MASTER
           ELSE
             OPEN INPUT RANKING-MASTER
             PERFORM UNLOAD-RANKING-MASTER
             CLOSE RANKING-MASTER
           END-IF.
           MOVE PASS-COUNT TO UNLOADED-COUNT.
           MOVE PASS-HASH TO UNLOADED-HASH.
           EXIT.

      * The same walk from the lowest key serves both passes over a
      * master and the re-read after a replacement; the unload
      * switch says whether each record is also written out.
         WALK-MATRIX-MASTER.
           SET WALK-NOT-DONE TO TRUE.
           MOVE SPACES TO MST-KEY.
           START MATRIX-MASTER KEY >= MST-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM COUNT-NEXT-MATRIX UNTIL WALK-DONE.
           EXIT.

         COUNT-NEXT-MATRIX.
           READ MATRIX-MASTER NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             MOVE MST-KEY TO HASH-KEY
             PERFORM COUNT-ONE-KEY
           END-IF.
           EXIT.

         UNLOAD-MATRIX-MASTER.
           SET WALK-NOT-DONE TO TRUE.
           MOVE SPACES TO MST-KEY.
           START MATRIX-MASTER KEY >= MST-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM UNLOAD-NEXT-MATRIX UNTIL WALK-DONE.
           EXIT.

         UNLOAD-NEXT-MATRIX.
           READ MATRIX-MASTER NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             MOVE MST-KEY TO HASH-KEY
             PERFORM COUNT-ONE-KEY
             MOVE MASTER-REC TO UNLOAD-REC
             WRITE UNLOAD-REC
           END-IF.
           EXIT.

         WALK-RANKING-MASTER.
           SET WALK-NOT-DONE TO TRUE.
           MOVE SPACES TO RNK-KEY.
           START RANKING-MASTER KEY >= RNK-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM COUNT-NEXT-RANKING UNTIL WALK-DONE.
           EXIT.

         COUNT-NEXT-RANKING.
           READ RANKING-MASTER NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             MOVE RNK-KEY TO HASH-KEY
             PERFORM COUNT-ONE-KEY
           END-IF.
           EXIT.

         UNLOAD-RANKING-MASTER.
           SET WALK-NOT-DONE TO TRUE.
           MOVE SPACES TO RNK-KEY.
           START RANKING-MASTER KEY >= RNK-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM UNLOAD-NEXT-RANKING UNTIL WALK-DONE.
           EXIT.

         UNLOAD-NEXT-RANKING.
           READ RANKING-MASTER NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             MOVE RNK-KEY TO HASH-KEY
             PERFORM COUNT-ONE-KEY
             MOVE RANKING-MASTER-REC TO UNLOAD-REC
             WRITE UNLOAD-REC
           END-IF.
           EXIT.

      * Counts one record and folds its key into the pass's hash
      * total.
         COUNT-ONE-KEY.
           ADD 1 TO PASS-COUNT.
           MOVE ZERO TO KEY-HASH.
           PERFORM HASH-ONE-CHARACTER VARYING HASH-IDX FROM 1 BY 1
             UNTIL HASH-IDX > HASH-KEY-LENGTH.
           COMPUTE HASH-WORK = PASS-HASH + KEY-HASH.
           DIVIDE HASH-WORK BY HASH-MODULUS
             GIVING HASH-QUOTIENT
             REMAINDER PASS-HASH.
           EXIT.

         HASH-ONE-CHARACTER.
           MOVE ZERO TO HASH-TERM.
           INSPECT HASH-CHARACTERS TALLYING HASH-TERM
             FOR CHARACTERS BEFORE INITIAL HASH-KEY(HASH-IDX:1).
           COMPUTE HASH-WORK = KEY-HASH * HASH-MULTIPLIER
             + HASH-TERM + 1.
           DIVIDE HASH-WORK BY HASH-MODULUS
             GIVING HASH-QUOTIENT
             REMAINDER KEY-HASH.
           EXIT.

      * RELOAD and VERIFY both load the unload file into a fresh
      * '.new' master and prove it. Only RELOAD goes on to put it
      * in place of the old master.
         RELOAD-MASTER.
           OPEN INPUT UNLOAD-FILE.
           IF (NOT UNLOAD-FOUND)
             DISPLAY 'UNLOAD FILE NOT FOUND -- NOTHING RELOADED.'
             SET PROOF-FAILED TO TRUE
           ELSE
             PERFORM READ-UNLOAD-HEADER
             IF (PROOF-HOLDS)
               PERFORM LOAD-REBUILD-FILE
             END-IF
             CLOSE UNLOAD-FILE
           END-IF.
           IF (PROOF-HOLDS)
             PERFORM COUNT-REBUILD-FILE
             PERFORM PRINT-RELOAD-FIGURES
             PERFORM PROVE-REBUILD-FILE
           END-IF.
           IF (PROOF-HOLDS)
             IF (FUNCTION-VERIFY)
               DISPLAY 'UNLOAD FILE VERIFIED -- MASTER NOT REPLACED.'
             ELSE
               PERFORM REPLACE-MASTER
             END-IF
           ELSE
             DISPLAY 'PROOF FAILED -- MASTER NOT REPLACED.'
           END-IF.
           MOVE UNLOADED-COUNT TO RECORDS-READ.
           IF (FUNCTION-RELOAD)
             MOVE REPLACED-COUNT TO RECORDS-WRITTEN
           ELSE
             MOVE REBUILT-COUNT TO RECORDS-WRITTEN
           END-IF.
           EXIT.

         READ-UNLOAD-RECORD.
           READ UNLOAD-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

         READ-UNLOAD-HEADER.
           PERFORM READ-UNLOAD-RECORD.
           MOVE UNLOAD-REC TO UNLOAD-CONTROL-REC.
           IF (UNLOAD-EOF) OR (NOT UC-HEADER)
              OR (UC-COUNT IS NOT NUMERIC)
              OR (UC-HASH IS NOT NUMERIC)
             DISPLAY 'UNLOAD FILE HAS NO HEADER RECORD.'
             SET PROOF-FAILED TO TRUE
           ELSE
             IF (UC-MASTER IS NOT = UTL-MASTER)
               DISPLAY 'UNLOAD FILE IS OF ' UC-MASTER ', NOT '
                 UTL-MASTER
               SET PROOF-FAILED TO TRUE
             ELSE
               MOVE UC-COUNT TO HEADER-COUNT
               MOVE UC-HASH TO HEADER-HASH
               DISPLAY 'UNLOADED UNDER ' UC-RUN-ID ' ON ' UC-DATE
                 ' AT ' UC-TIME
             END-IF
           END-IF.
           EXIT.

      * Every record between the header and the trailer is written
      * to the fresh master. A key already loaded, a record after
      * the trailer, or no trailer at all fails the proof.
         LOAD-REBUILD-FILE.
           MOVE ZERO TO PASS-COUNT.
           MOVE ZERO TO PASS-HASH.
           IF (MASTER-MATRIX)
             OPEN OUTPUT MATRIX-REBUILD
           ELSE
             OPEN OUTPUT RANKING-REBUILD
           END-IF.
           PERFORM READ-UNLOAD-RECORD.
           PERFORM LOAD-ONE-RECORD UNTIL UNLOAD-EOF.
           IF (MASTER-MATRIX)
             CLOSE MATRIX-REBUILD
           ELSE
             CLOSE RANKING-REBUILD
           END-IF.
           MOVE PASS-COUNT TO UNLOADED-COUNT.
           MOVE PASS-HASH TO UNLOADED-HASH.
           IF (TRAILER-NOT-SEEN)
             DISPLAY 'UNLOAD FILE HAS NO TRAILER RECORD.'
             SET PROOF-FAILED TO TRUE
           END-IF.
           IF (DUPLICATE-KEYS IS NOT ZERO)
             DISPLAY 'DUPLICATE KEYS IN UNLOAD FILE: ' DUPLICATE-KEYS
             SET PROOF-FAILED TO TRUE
           END-IF.
           EXIT.

         LOAD-ONE-RECORD.
           MOVE UNLOAD-REC TO UNLOAD-CONTROL-REC.
           IF (TRAILER-SEEN)
             DISPLAY 'RECORD AFTER THE TRAILER: ' UNLOAD-REC(1:40)
             SET PROOF-FAILED TO TRUE
           ELSE
             IF (UC-TRAILER)
               SET TRAILER-SEEN TO TRUE
               IF (UC-COUNT IS NUMERIC) AND (UC-HASH IS NUMERIC)
                 MOVE UC-COUNT TO TRAILER-COUNT
                 MOVE UC-HASH TO TRAILER-HASH
               ELSE
                 DISPLAY 'TRAILER FIGURES NOT NUMERIC.'
                 SET PROOF-FAILED TO TRUE
               END-IF
             ELSE
               PERFORM LOAD-ONE-DATA-RECORD
             END-IF
           END-IF.
           PERFORM READ-UNLOAD-RECORD.
           EXIT.

         LOAD-ONE-DATA-RECORD.
           IF (MASTER-MATRIX)
             MOVE UNLOAD-REC TO REBUILD-MATRIX-REC
             MOVE RBM-KEY TO HASH-KEY
             WRITE REBUILD-MATRIX-REC
               INVALID KEY
                 ADD 1 TO DUPLICATE-KEYS
             END-WRITE
           ELSE
             MOVE UNLOAD-REC TO REBUILD-RANKING-REC
             MOVE RBR-KEY TO HASH-KEY
             WRITE REBUILD-RANKING-REC
               INVALID KEY
                 ADD 1 TO DUPLICATE-KEYS
             END-WRITE
           END-IF.
           PERFORM COUNT-ONE-KEY.
           EXIT.

         COUNT-REBUILD-FILE.
           MOVE ZERO TO PASS-COUNT.
           MOVE ZERO TO PASS-HASH.
           IF (MASTER-MATRIX)
             OPEN INPUT MATRIX-REBUILD
             PERFORM WALK-MATRIX-REBUILD
             CLOSE MATRIX-REBUILD
           ELSE
             OPEN INPUT RANKING-REBUILD
             PERFORM WALK-RANKING-REBUILD
             CLOSE RANKING-REBUILD
           END-IF.
           MOVE PASS-COUNT TO REBUILT-COUNT.
           MOVE PASS-HASH TO REBUILT-HASH.
           EXIT.

         WALK-MATRIX-REBUILD.
           SET WALK-NOT-DONE TO TRUE.
           MOVE SPACES TO RBM-KEY.
           START MATRIX-REBUILD KEY >= RBM-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM COUNT-NEXT-MATRIX-REBUILD UNTIL WALK-DONE.
           EXIT.

         COUNT-NEXT-MATRIX-REBUILD.
           READ MATRIX-REBUILD NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             MOVE RBM-KEY TO HASH-KEY
             PERFORM COUNT-ONE-KEY
           END-IF.
           EXIT.

         WALK-RANKING-REBUILD.
           SET WALK-NOT-DONE TO TRUE.
           MOVE SPACES TO RBR-KEY.
           START RANKING-REBUILD KEY >= RBR-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM COUNT-NEXT-RANKING-REBUILD UNTIL WALK-DONE.
           EXIT.

         COUNT-NEXT-RANKING-REBUILD.
           READ RANKING-REBUILD NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             MOVE RBR-KEY TO HASH-KEY
             PERFORM COUNT-ONE-KEY
           END-IF.
           EXIT.

         PRINT-RELOAD-FIGURES.
           MOVE 'HEADER:' TO FL-LABEL.
           MOVE HEADER-COUNT TO FL-COUNT.
           MOVE HEADER-HASH TO FL-HASH.
           DISPLAY FIGURE-LINE.
           MOVE 'RECORDS LOADED:' TO FL-LABEL.
           MOVE UNLOADED-COUNT TO FL-COUNT.
           MOVE UNLOADED-HASH TO FL-HASH.
           DISPLAY FIGURE-LINE.
           MOVE 'TRAILER:' TO FL-LABEL.
           MOVE TRAILER-COUNT TO FL-COUNT.
           MOVE TRAILER-HASH TO FL-HASH.
           DISPLAY FIGURE-LINE.
           MOVE 'NEW MASTER RE-READ:' TO FL-LABEL.
           MOVE REBUILT-COUNT TO FL-COUNT.
           MOVE REBUILT-HASH TO FL-HASH.
           DISPLAY FIGURE-LINE.
           EXIT.

      * All four figures have to agree: what the header promised,
      * what was loaded, what the trailer closed with, and what
      * the new master reads back.
         PROVE-REBUILD-FILE.
           IF (UNLOADED-COUNT IS NOT = HEADER-COUNT)
              OR (UNLOADED-HASH IS NOT = HEADER-HASH)
              OR (UNLOADED-COUNT IS NOT = TRAILER-COUNT)
              OR (UNLOADED-HASH IS NOT = TRAILER-HASH)
              OR (UNLOADED-COUNT IS NOT = REBUILT-COUNT)
              OR (UNLOADED-HASH IS NOT = REBUILT-HASH)
             DISPLAY 'COUNTS OR HASH TOTALS DO NOT AGREE.'
             SET PROOF-FAILED TO TRUE
           END-IF.
           EXIT.

      * CONVERT reads the old-layout master once from the lowest
      * key, writing each record to a fresh '.new' master in the
      * current layout, then proves a re-read of the new master
      * against what was read before putting it in place of
      * ch-2.mst. The old master itself is only ever read.
         CONVERT-MASTER.
           OPEN INPUT OLD-MATRIX-MASTER.
           IF (NOT MASTER-FOUND)
             DISPLAY 'OLD MASTER NOT FOUND -- NOTHING CONVERTED: '
               UNLOAD-NAME
             SET PROOF-FAILED TO TRUE
           ELSE
             PERFORM LOAD-CONVERTED-FILE
             CLOSE OLD-MATRIX-MASTER
           END-IF.
           IF (PROOF-HOLDS)
             PERFORM COUNT-REBUILD-FILE
             MOVE 'OLD MASTER RECORDS:' TO FL-LABEL
             MOVE UNLOADED-COUNT TO FL-COUNT
             MOVE UNLOADED-HASH TO FL-HASH
             DISPLAY FIGURE-LINE
             MOVE 'NEW MASTER RE-READ:' TO FL-LABEL
             MOVE REBUILT-COUNT TO FL-COUNT
             MOVE REBUILT-HASH TO FL-HASH
             DISPLAY FIGURE-LINE
             IF (UNLOADED-COUNT IS NOT = REBUILT-COUNT)
                OR (UNLOADED-HASH IS NOT = REBUILT-HASH)
               DISPLAY 'COUNTS OR HASH TOTALS DO NOT AGREE.'
               SET PROOF-FAILED TO TRUE
             END-IF
           END-IF.
           IF (PROOF-HOLDS)
             PERFORM REPLACE-MASTER
           ELSE
             DISPLAY 'PROOF FAILED -- MASTER NOT REPLACED.'
           END-IF.
           MOVE UNLOADED-COUNT TO RECORDS-READ.
           MOVE REPLACED-COUNT TO RECORDS-WRITTEN.
           EXIT.

      * Every old record is counted into the figures whether or not
      * it converts; one that will not convert fails the proof.
         LOAD-CONVERTED-FILE.
           MOVE ZERO TO PASS-COUNT.
           MOVE ZERO TO PASS-HASH.
           OPEN OUTPUT MATRIX-REBUILD.
           SET WALK-NOT-DONE TO TRUE.
           MOVE SPACES TO OLD-KEY.
           START OLD-MATRIX-MASTER KEY >= OLD-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM CONVERT-NEXT-MATRIX UNTIL WALK-DONE.
           CLOSE MATRIX-REBUILD.
           MOVE PASS-COUNT TO UNLOADED-COUNT.
           MOVE PASS-HASH TO UNLOADED-HASH.
           IF (BAD-RECORDS IS NOT ZERO)
             DISPLAY 'OLD RECORDS THAT WILL NOT CONVERT: ' BAD-RECORDS
             SET PROOF-FAILED TO TRUE
           END-IF.
           EXIT.

      * A read that does not come back clean -- a record of the
      * wrong length, most likely a master already converted --
      * stops the walk; nothing after it can be trusted.
         CONVERT-NEXT-MATRIX.
           READ OLD-MATRIX-MASTER NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             IF (NOT MASTER-FOUND)
               DISPLAY 'OLD MASTER UNREADABLE AFTER RUN ' OLD-RUN-ID
                 ' MATRIX #' OLD-MATRIX-NUM ', STATUS ' MASTER-STATUS
               ADD 1 TO BAD-RECORDS
               SET WALK-DONE TO TRUE
             ELSE
               MOVE OLD-KEY TO HASH-KEY
               PERFORM COUNT-ONE-KEY
               PERFORM CONVERT-ONE-MATRIX
             END-IF
           END-IF.
           EXIT.

      * The old record's key, date, dimensions and row text carry
      * over unchanged. The fingerprint is taken from the row text
      * the same way PRC-257-6 takes it from the batch records, so
      * a converted matrix and the same matrix loaded afterwards
      * fingerprint alike. The duplicate fields are left blank.
         CONVERT-ONE-MATRIX.
           SET OLD-RECORD-GOOD TO TRUE.
           MOVE OLD-KEY TO CNV-KEY.
           MOVE OLD-RUN-DATE TO CNV-RUN-DATE.
           MOVE SPACE TO CNV-DUP-FLAG.
           MOVE SPACES TO CNV-DUP-OF-RUN-ID.
           MOVE ZERO TO CNV-DUP-OF-MATRIX-NUM.
           MOVE SPACES TO CNV-DUP-OF-RUN-DATE.
           MOVE OLD-ROWS TO CNV-ROWS.
           MOVE ZERO TO FINGERPRINT-VALUE.
           IF (OLD-DIM-X IS NOT NUMERIC)
              OR (OLD-DIM-Y IS NOT NUMERIC)
             SET OLD-RECORD-BAD TO TRUE
           ELSE
             IF (OLD-DIM-X < 1) OR (OLD-DIM-X > 20)
                OR (OLD-DIM-Y < 1) OR (OLD-DIM-Y > 20)
               SET OLD-RECORD-BAD TO TRUE
             ELSE
               MOVE OLD-DIM-X TO DIM-X
               MOVE OLD-DIM-Y TO DIM-Y
               MOVE DIM-X TO CNV-DIM-X
               MOVE DIM-Y TO CNV-DIM-Y
               MOVE DIM-X TO FP-TERM
               PERFORM ADD-TO-FINGERPRINT
               MOVE DIM-Y TO FP-TERM
               PERFORM ADD-TO-FINGERPRINT
               PERFORM FINGERPRINT-ONE-ROW VARYING IDX2 FROM 1 BY 1
                 UNTIL IDX2 > DIM-Y OR OLD-RECORD-BAD
             END-IF
           END-IF.
           IF (OLD-RECORD-BAD)
             DISPLAY 'OLD RECORD WILL NOT CONVERT: RUN ' OLD-RUN-ID
               ' MATRIX #' OLD-MATRIX-NUM
             ADD 1 TO BAD-RECORDS
           ELSE
             MOVE FINGERPRINT-VALUE TO CNV-FINGERPRINT
             MOVE CONVERTED-REC TO REBUILD-MATRIX-REC
             WRITE REBUILD-MATRIX-REC
               INVALID KEY
                 DISPLAY 'OLD RECORD NOT WRITTEN: RUN ' OLD-RUN-ID
                   ' MATRIX #' OLD-MATRIX-NUM
                 ADD 1 TO BAD-RECORDS
             END-WRITE
           END-IF.
           EXIT.

         FINGERPRINT-ONE-ROW.
           MOVE OLD-ROW-TEXT(IDX2) TO PARSE-REC.
           MOVE 1 TO REC-PTR.
           PERFORM FINGERPRINT-ONE-CELL VARYING IDX3 FROM 1 BY 1
             UNTIL IDX3 > DIM-X OR OLD-RECORD-BAD.
           EXIT.

         FINGERPRINT-ONE-CELL.
           MOVE SPACES TO CELL-TXT.
           UNSTRING PARSE-REC
             DELIMITED BY SPACES
             INTO CELL-TXT
             WITH POINTER REC-PTR.
           MOVE FUNCTION TEST-NUMVAL(CELL-TXT) TO VAL-CHECK.
           IF (VAL-CHECK IS NOT ZERO)
             SET OLD-RECORD-BAD TO TRUE
           ELSE
             MOVE FUNCTION NUMVAL(CELL-TXT) TO CELL-VALUE
             IF (CELL-VALUE < -99) OR (CELL-VALUE > 99)
               SET OLD-RECORD-BAD TO TRUE
             ELSE
               COMPUTE FP-TERM = CELL-VALUE + 100
               PERFORM ADD-TO-FINGERPRINT
             END-IF
           END-IF.
           EXIT.

      * PRC-257-6's running polynomial hash, kept below a nine-digit
      * prime: each term shifts what went before and is added in.
         ADD-TO-FINGERPRINT.
           COMPUTE FP-WORK = FINGERPRINT-VALUE * FP-MULTIPLIER
             + FP-TERM.
           DIVIDE FP-WORK BY FP-MODULUS
             GIVING FP-QUOTIENT
             REMAINDER FINGERPRINT-VALUE.
           EXIT.

      * The proven new master is copied over the old one, and the
      * replaced master is walked once more to prove the copy.
         REPLACE-MASTER.
           IF (MASTER-MATRIX)
             OPEN INPUT MATRIX-REBUILD
             OPEN OUTPUT MATRIX-MASTER
             PERFORM COPY-MATRIX-REBUILD
             CLOSE MATRIX-REBUILD
             CLOSE MATRIX-MASTER
           ELSE
             OPEN INPUT RANKING-REBUILD
             OPEN OUTPUT RANKING-MASTER
             PERFORM COPY-RANKING-REBUILD
             CLOSE RANKING-REBUILD
             CLOSE RANKING-MASTER
           END-IF.
           PERFORM COUNT-MASTER-FILE.
           MOVE MASTER-COUNT TO REPLACED-COUNT.
           MOVE MASTER-HASH TO REPLACED-HASH.
           MOVE 'REPLACED MASTER:' TO FL-LABEL.
           MOVE REPLACED-COUNT TO FL-COUNT.
           MOVE REPLACED-HASH TO FL-HASH.
           DISPLAY FIGURE-LINE.
           IF (REPLACED-COUNT IS NOT = REBUILT-COUNT)
              OR (REPLACED-HASH IS NOT = REBUILT-HASH)
             DISPLAY 'REPLACED MASTER DOES NOT AGREE -- RELOAD FROM '
               REBUILD-NAME
             SET PROOF-FAILED TO TRUE
           ELSE
             IF (FUNCTION-CONVERT)
               DISPLAY 'CONVERSION PROVED -- MASTER REPLACED.'
             ELSE
               DISPLAY 'RELOAD PROVED -- MASTER REPLACED.'
             END-IF
           END-IF.
           EXIT.

         COPY-MATRIX-REBUILD.
           SET WALK-NOT-DONE TO TRUE.
           MOVE SPACES TO RBM-KEY.
           START MATRIX-REBUILD KEY >= RBM-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM COPY-NEXT-MATRIX UNTIL WALK-DONE.
           EXIT.

         COPY-NEXT-MATRIX.
           READ MATRIX-REBUILD NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             MOVE REBUILD-MATRIX-REC TO MASTER-REC
             WRITE MASTER-REC
               INVALID KEY
                 SET PROOF-FAILED TO TRUE
             END-WRITE
           END-IF.
           EXIT.

         COPY-RANKING-REBUILD.
           SET WALK-NOT-DONE TO TRUE.
           MOVE SPACES TO RBR-KEY.
           START RANKING-REBUILD KEY >= RBR-KEY
             INVALID KEY
               SET WALK-DONE TO TRUE
           END-START.
           PERFORM COPY-NEXT-RANKING UNTIL WALK-DONE.
           EXIT.

         COPY-NEXT-RANKING.
           READ RANKING-REBUILD NEXT
             AT END
               SET WALK-DONE TO TRUE
           END-READ.
           IF (NOT WALK-DONE)
             MOVE REBUILD-RANKING-REC TO RANKING-MASTER-REC
             WRITE RANKING-MASTER-REC
               INVALID KEY
                 SET PROOF-FAILED TO TRUE
             END-WRITE
           END-IF.
           EXIT.

      * The whole chain reads the same control-card file at
      * startup; this program needs AUDIT, the name of the ledger
      * it records its runs in, plus RUN-ID and RUN-DATE, the
      * identity they are recorded under. A '*' card is a comment.
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
           IF (CTL-KEYWORD = 'AUDIT')
             MOVE CTL-VALUE TO AUDIT-NAME
           ELSE
             IF (CTL-KEYWORD = 'RUN-ID')
               MOVE CTL-VALUE TO CTL-RUN-ID
             ELSE
               IF (CTL-KEYWORD = 'RUN-DATE')
                 MOVE CTL-VALUE TO CTL-RUN-DATE
                 SET RUN-DATE-FROM-CARD TO TRUE
               END-IF
             END-IF
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           EXIT.

         WRITE-AUDIT-START.
           MOVE CTL-RUN-ID TO AUD-RUN-ID.
           MOVE CTL-RUN-DATE TO AUD-RUN-DATE.
           MOVE 'START' TO AUD-PHASE.
           MOVE STEP-STARTED TO AUD-STAMP.
           MOVE ZERO TO AUD-READ.
           MOVE ZERO TO AUD-WRITTEN.
           MOVE ZERO TO AUD-RC.
           PERFORM WRITE-AUDIT-RECORD.
           EXIT.

      * The end record's phase says what was done to which master:
      * UNLD, RELD, VRFY or CONV, then 1 for ch-1.mst or 2 for
      * ch-2.mst.
         WRITE-AUDIT-END.
           IF (FUNCTION-UNLOAD)
             MOVE 'UNLD' TO END-PHASE
           ELSE
             IF (FUNCTION-RELOAD)
               MOVE 'RELD' TO END-PHASE
             ELSE
               IF (FUNCTION-CONVERT)
                 MOVE 'CONV' TO END-PHASE
               ELSE
                 MOVE 'VRFY' TO END-PHASE
               END-IF
             END-IF
           END-IF.
           MOVE UTL-MASTER(4:1) TO END-PHASE(5:1).
           MOVE CTL-RUN-ID TO AUD-RUN-ID.
           MOVE CTL-RUN-DATE TO AUD-RUN-DATE.
           MOVE END-PHASE TO AUD-PHASE.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO AUD-STAMP.
           MOVE RECORDS-READ TO AUD-READ.
           MOVE RECORDS-WRITTEN TO AUD-WRITTEN.
           MOVE RETURN-CODE TO AUD-RC.
           PERFORM WRITE-AUDIT-RECORD.
           EXIT.

         WRITE-AUDIT-RECORD.
           OPEN EXTEND AUDIT-FILE.
           MOVE AUDIT-REC TO AUDIT-OUT-REC.
           WRITE AUDIT-OUT-REC.
           CLOSE AUDIT-FILE.
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

         ABORT-RUN.
           DISPLAY 'RUN TERMINATED DUE TO INVALID UTILITY CARDS.'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
