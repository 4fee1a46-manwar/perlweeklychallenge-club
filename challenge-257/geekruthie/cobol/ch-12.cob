      *  - ARC-DATE is required, and must be a full eight-digit
      *    date; this is a destructive step and, like PRC-257-7's
      *    PURGE, it does not run on a guess.
      *  - It does not run on one person's say-so either: an
      *    ARCHIVE approval for exactly that ARC-DATE, raised and
      *    approved by two different authorized operators, must
      *    be in 'chain.apv' (see PRC-257-24 for the card), or
      *    nothing is archived and the step ends with return code
      *    16. Every attempt goes on the security log 'chain.sec'.
      *  - The archive files are appended to, so several archival
      *    runs against different cutoffs can land in the same
      *    dated file without losing what is already there.
      *  - Written so the weekly trend report keeps its live files
      *    small and fast while the old history stays recoverable
      *    from the dated archives.
      *  - The audit record's program name is now ten characters
      *    wide, so its business date is picked up one column
      *    further along. A record written before the change is
      *    told by its separators (columns 10 and 19, not 11 and
      *    20) and its date is still taken from column 20, so a
      *    ledger spanning the change archives without conversion.
      *  - Archiving now needs a second operator's approval on
      *    file for the exact ARC-DATE, and every attempt is
      *    written to the permanent security log. The card has to
      *    match exactly: a longer date or operator id is not cut
      *    down to a match, and a card with anything after the
      *    approver is refused.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-12.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-CARDS-STATUS.

           SELECT OPTIONAL OPERATOR-FILE
           ASSIGN TO 'chain.opr'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OPERATOR-STATUS.

           SELECT OPTIONAL APPROVAL-FILE
           ASSIGN TO 'chain.apv'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS APPROVAL-STATUS.

           SELECT OPTIONAL SECURITY-LOG
           ASSIGN TO 'chain.sec'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD LIVE-FILE.
         01 WORK-REC PIC X(80).
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         FD OPERATOR-FILE.
         01 OPERATOR-REC PIC X(80).
         FD APPROVAL-FILE.
         01 APPROVAL-REC PIC X(80).
         FD SECURITY-LOG.
         01 SECURITY-LOG-REC PIC X(100).
         WORKING-STORAGE SECTION.
         01 LIVE-STATUS PIC X(2).
           88 LIVE-FOUND VALUE '00'.
         01 RECORDS-ARCHIVED PIC 9(6) USAGE IS COMP.
         01 RECORDS-REREAD PIC 9(6) USAGE IS COMP.
         01 CONTROL-SUM PIC 9(6) USAGE IS COMP.
         01 OPERATOR-STATUS PIC X(2).
           88 OPERATOR-FOUND VALUE '00'.
           88 OPERATOR-EOF VALUE '10'.
         01 APPROVAL-STATUS PIC X(2).
           88 APPROVAL-FOUND VALUE '00'.
           88 APPROVAL-EOF VALUE '10'.
         01 OPERATOR-TABLE.
           03 OPERATOR-ID OCCURS 50 TIMES PIC X(8).
         01 OPERATOR-COUNT PIC 9(2) USAGE IS COMP VALUE ZERO.
         01 OPERATOR-IDX PIC 9(2) USAGE IS COMP.
         01 LOOKUP-OPERATOR PIC X(40).
         01 FILLER PIC X(1) VALUE 'N'.
           88 OPERATOR-NOT-KNOWN VALUE 'N'.
           88 OPERATOR-KNOWN VALUE 'Y'.
         01 APV-VERB PIC X(8).
         01 APV-ACTION PIC X(8).
      * The target and the two operator ids are taken wider than
      * any of them can be, so a longer one compares unequal
      * instead of being cut down to a match.
         01 APV-TARGET PIC X(40).
         01 APV-REQUESTER PIC X(40).
         01 APV-APPROVER PIC X(40).
         01 APV-EXTRA PIC X(40).
         01 FILLER PIC X(1) VALUE 'N'.
           88 APPROVAL-REFUSED VALUE 'N'.
           88 APPROVAL-GRANTED VALUE 'Y'.
         01 TIME-NOW PIC X(8).
         01 SECURITY-REC.
           03 SEC-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SEC-TIME PIC X(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SEC-PROGRAM PIC X(10) VALUE 'PRC-257-12'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 SEC-ACTION PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SEC-TARGET PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SEC-REQUESTER PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SEC-APPROVER PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SEC-RESULT PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SEC-REASON PIC X(28).
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.

       PROCEDURE DIVISION.
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           MOVE 'ARCHIVE' TO SEC-ACTION.
           MOVE ARC-DATE TO SEC-TARGET.
           PERFORM CHECK-APPROVAL.
           IF (APPROVAL-REFUSED)
             DISPLAY 'ARCHIVAL TO ' ARC-DATE ' REFUSED: ' SEC-REASON
             DISPLAY 'NOTHING ARCHIVED.'
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           DISPLAY 'ARCHIVAL TO ' ARC-DATE ' REQUESTED BY '
             SEC-REQUESTER ', APPROVED BY ' SEC-APPROVER.
           MOVE 'CH-2.HIST' TO SIDE-TITLE.
           MOVE 'ch-2.hist' TO LIVE-NAME.
           MOVE 'ch-2.hist.new' TO WORK-NAME.
           STRING 'chain.aud.' DELIMITED BY SIZE
                  ARC-DATE DELIMITED BY SIZE
             INTO ARCH-NAME.
      * The audit record carries its date after the ten-character
      * program name, the eight-character run-id and two spaces.
           MOVE 21 TO DATE-OFFSET.
           PERFORM ARCHIVE-ONE-FILE.
           STOP RUN.

      * broken ones.
         SPLIT-ONE-RECORD.
           ADD 1 TO RECORDS-IN.
           PERFORM PICK-RECORD-DATE.
           IF (REC-DATE IS NUMERIC) AND (REC-DATE < ARC-DATE)
             MOVE LIVE-REC TO ARCH-REC
             WRITE ARCH-REC
           PERFORM READ-LIVE-RECORD.
           EXIT.

      * An audit record written before the program name was
      * widened has its separators at columns 10 and 19 instead of
      * 11 and 20, and its date one column to the left.
         PICK-RECORD-DATE.
           MOVE LIVE-REC(DATE-OFFSET:8) TO REC-DATE.
           IF (DATE-OFFSET = 21)
              AND (LIVE-REC(10:1) = SPACE)
              AND (LIVE-REC(19:1) = SPACE)
             IF (LIVE-REC(11:1) IS NOT = SPACE)
                OR (LIVE-REC(20:1) IS NOT = SPACE)
               MOVE LIVE-REC(20:8) TO REC-DATE
             END-IF
           END-IF.
           EXIT.

      * The proof before the replacement: records in must equal
      * records kept plus records archived, and the work file is
      * re-read and re-counted to show the kept records really
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           EXIT.

      * The approval check every destructive program makes before
      * it acts: an APPROVE card for exactly this action and target,
      * raised by one authorized operator and approved by another.
      * The first card that passes grants it; if none does, the
      * refusal names what was wrong with the last card that came
      * close. Either way the attempt goes on the security log.
         CHECK-APPROVAL.
           SET APPROVAL-REFUSED TO TRUE.
           MOVE SPACES TO SEC-REQUESTER.
           MOVE SPACES TO SEC-APPROVER.
           MOVE 'NO APPROVAL ON FILE' TO SEC-REASON.
           PERFORM LOAD-OPERATORS.
           OPEN INPUT APPROVAL-FILE.
           IF (APPROVAL-FOUND)
             PERFORM READ-APPROVAL-RECORD
             PERFORM CHECK-ONE-APPROVAL
               UNTIL APPROVAL-EOF OR APPROVAL-GRANTED
           END-IF.
           CLOSE APPROVAL-FILE.
           IF (APPROVAL-GRANTED)
             MOVE 'APPROVED' TO SEC-RESULT
             MOVE 'TWO-PERSON APPROVAL' TO SEC-REASON
           ELSE
             MOVE 'REFUSED' TO SEC-RESULT
           END-IF.
           PERFORM WRITE-SECURITY-LOG.
           EXIT.

         READ-APPROVAL-RECORD.
           READ APPROVAL-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

         CHECK-ONE-APPROVAL.
           MOVE SPACES TO APV-VERB.
           MOVE SPACES TO APV-ACTION.
           MOVE SPACES TO APV-TARGET.
           MOVE SPACES TO APV-REQUESTER.
           MOVE SPACES TO APV-APPROVER.
           MOVE SPACES TO APV-EXTRA.
           UNSTRING APPROVAL-REC
             DELIMITED BY ALL SPACES
             INTO APV-VERB
                  APV-ACTION
                  APV-TARGET
                  APV-REQUESTER
                  APV-APPROVER
                  APV-EXTRA.
           IF (APV-VERB = 'APPROVE')
              AND (APV-ACTION = SEC-ACTION)
              AND (APV-TARGET = SEC-TARGET)
             PERFORM CHECK-APPROVAL-CARD
           END-IF.
           PERFORM READ-APPROVAL-RECORD.
           EXIT.

      * A card with anything after the approver is refused, not
      * read as far as it happens to make sense.
         CHECK-APPROVAL-CARD.
           MOVE APV-REQUESTER TO SEC-REQUESTER.
           MOVE APV-APPROVER TO SEC-APPROVER.
           IF (APV-EXTRA IS NOT = SPACES)
             MOVE 'EXTRA FIELDS ON APPROVAL' TO SEC-REASON
           ELSE
             MOVE APV-REQUESTER TO LOOKUP-OPERATOR
             PERFORM FIND-OPERATOR
             IF (OPERATOR-NOT-KNOWN)
               MOVE 'REQUESTER NOT AUTHORIZED' TO SEC-REASON
             ELSE
               MOVE APV-APPROVER TO LOOKUP-OPERATOR
               PERFORM FIND-OPERATOR
               IF (OPERATOR-NOT-KNOWN)
                 MOVE 'APPROVER NOT AUTHORIZED' TO SEC-REASON
               ELSE
                 IF (APV-APPROVER = APV-REQUESTER)
                   MOVE 'APPROVER IS THE REQUESTER' TO SEC-REASON
                 ELSE
                   SET APPROVAL-GRANTED TO TRUE
                 END-IF
               END-IF
             END-IF
           END-IF.
           EXIT.

      * The authorized-operator file: operator id in columns 1-8,
      * anything after it is the operator's name for the reader.
      * A '*' card is a comment.
         LOAD-OPERATORS.
           MOVE ZERO TO OPERATOR-COUNT.
           OPEN INPUT OPERATOR-FILE.
           IF (OPERATOR-FOUND)
             PERFORM READ-OPERATOR-RECORD
             PERFORM LOAD-ONE-OPERATOR UNTIL OPERATOR-EOF
           END-IF.
           CLOSE OPERATOR-FILE.
           EXIT.

         READ-OPERATOR-RECORD.
           READ OPERATOR-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

         LOAD-ONE-OPERATOR.
           IF (OPERATOR-REC(1:8) IS NOT = SPACES)
              AND (OPERATOR-REC(1:1) IS NOT = '*')
             IF (OPERATOR-COUNT < 50)
               ADD 1 TO OPERATOR-COUNT
               MOVE OPERATOR-REC(1:8) TO OPERATOR-ID(OPERATOR-COUNT)
             ELSE
               DISPLAY 'OPERATOR PAST 50 NOT AUTHORIZED: '
                 OPERATOR-REC(1:8)
             END-IF
           END-IF.
           PERFORM READ-OPERATOR-RECORD.
           EXIT.

         FIND-OPERATOR.
           SET OPERATOR-NOT-KNOWN TO TRUE.
           IF (LOOKUP-OPERATOR IS NOT = SPACES)
             PERFORM MATCH-ONE-OPERATOR VARYING OPERATOR-IDX
               FROM 1 BY 1
               UNTIL OPERATOR-IDX > OPERATOR-COUNT
                  OR OPERATOR-KNOWN
           END-IF.
           EXIT.

         MATCH-ONE-OPERATOR.
           IF (OPERATOR-ID(OPERATOR-IDX) = LOOKUP-OPERATOR)
             SET OPERATOR-KNOWN TO TRUE
           END-IF.
           EXIT.

      * The security log is only ever appended to; no program
      * rewrites or archives it.
         WRITE-SECURITY-LOG.
           ACCEPT SEC-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW(1:6) TO SEC-TIME.
           OPEN EXTEND SECURITY-LOG.
           MOVE SECURITY-REC TO SECURITY-LOG-REC.
           WRITE SECURITY-LOG-REC.
           CLOSE SECURITY-LOG.
           EXIT.
