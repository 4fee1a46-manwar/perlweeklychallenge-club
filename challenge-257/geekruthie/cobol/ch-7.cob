      *  - PURGE insists on a full eight-digit retention date; a
      *    mistyped date would otherwise collate above every
      *    business date on file and purge the whole master.
      *  - PURGE also insists on a two-person approval in
      *    'chain.apv' for exactly that date (see PRC-257-24 for
      *    the card); a refused PURGE is skipped, the rest of the
      *    transactions still run, and the step ends with return
      *    code 16. Every PURGE, approved or refused, goes on the
      *    security log 'chain.sec'.
      *
      * Modification History:
      *  - Written alongside the PRC-257-6 load step to make the
      *    filed matrices browsable, reprintable and purgeable.
      *  - The master record now carries the content fingerprint
      *    and duplicate marking PRC-257-6 files with each matrix,
      *    and the fingerprint is an alternate key. BROWSE shows
      *    which matrices were filed as duplicates, and of what.
      *  - PURGE now needs a second operator's approval on file
      *    for its exact retention date, and every attempt is
      *    written to the permanent security log. The card has to
      *    match exactly: a longer date or operator id is not cut
      *    down to a match, and a card with anything after the
      *    approver is refused.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-7.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           ALTERNATE RECORD KEY IS MST-FINGERPRINT WITH DUPLICATES
           FILE STATUS IS MASTER-STATUS.

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
         FD TRANSACTION-FILE.
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
         FD OPERATOR-FILE.
         01 OPERATOR-REC PIC X(80).
         FD APPROVAL-FILE.
         01 APPROVAL-REC PIC X(80).
         FD SECURITY-LOG.
         01 SECURITY-LOG-REC PIC X(100).
         WORKING-STORAGE SECTION.
         01 TRANSACTION-STATUS PIC X(2).
           88 TRANSACTION-FOUND VALUE '00'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 PURGE-NOT-DONE VALUE 'N'.
           88 PURGE-DONE VALUE 'Y'.
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
           03 SEC-PROGRAM PIC X(10) VALUE 'PRC-257-7'.
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
         01 BROWSE-DETAIL.
           03 FILLER PIC X(8) VALUE '  MATRIX'.
           03 BD-DIM-X PIC 9(2).
           03 FILLER PIC X(1) VALUE 'X'.
           03 BD-DIM-Y PIC 9(2).
           03 BD-DUP-TEXT PIC X(40).
         01 DUP-NOTE.
           03 FILLER PIC X(15) VALUE ' DUPLICATE OF '.
           03 DN-RUN-ID PIC X(8).
           03 FILLER PIC X(9) VALUE ' MATRIX #'.
           03 DN-NUM PIC 9(2).

       PROCEDURE DIVISION.
           OPEN INPUT TRANSACTION-FILE.
               MOVE MST-RUN-DATE TO BD-DATE
               MOVE MST-DIM-X TO BD-DIM-X
               MOVE MST-DIM-Y TO BD-DIM-Y
               MOVE SPACES TO BD-DUP-TEXT
               IF (MST-DUPLICATE)
                 MOVE MST-DUP-OF-RUN-ID TO DN-RUN-ID
                 MOVE MST-DUP-OF-MATRIX-NUM TO DN-NUM
                 MOVE DUP-NOTE TO BD-DUP-TEXT
               END-IF
               DISPLAY BROWSE-DETAIL
               ADD 1 TO COUNT-BROWSED
             ELSE
      * spaces collate above digits, so a mistyped card would
      * compare above every date on file and purge the whole
      * master. This is the one destructive command; it does not
      * run on a guess, and it does not run on one person's say-so
      * either: a second operator has to have approved this exact
      * retention date.
         PURGE-OLD-RUNS.
           IF (ARG1-TXT IS NOT NUMERIC)
             DISPLAY 'PURGE NEEDS AN EIGHT-DIGIT RETENTION DATE: '
               TRANSACTION-REC
           ELSE
             MOVE 'PURGE' TO SEC-ACTION
             MOVE ARG1-TXT TO SEC-TARGET
             PERFORM CHECK-APPROVAL
             IF (APPROVAL-GRANTED)
               DISPLAY 'PURGE ' ARG1-TXT ' REQUESTED BY '
                 SEC-REQUESTER ', APPROVED BY ' SEC-APPROVER
               PERFORM PURGE-VALIDATED-RUNS
             ELSE
               DISPLAY 'PURGE ' ARG1-TXT ' REFUSED: ' SEC-REASON
               MOVE 16 TO RETURN-CODE
             END-IF
           END-IF.
           EXIT.

             END-IF
           END-IF.
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
