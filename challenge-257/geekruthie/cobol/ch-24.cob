      * Perl/Raku Weekly Challenge Week 257, fresh-run approval step
      *
      * GnuCOBOL, v 3.2-rc2.0
      *
      * Compile and execute with: $ cobc -xj ch-24.cob
      *
      * This program stands between "./run-chain.sh fresh" and the
      * run-status file. A fresh run drops every completion record
      * the current run-id has posted to 'chain.sts', so whatever
      * that run already did gets done again -- ranked, bridged,
      * filed and posted a second time. Like PRC-257-7's PURGE and
      * PRC-257-12's archival, it now takes two people: the chain
      * driver runs this step first, and only drops the records
      * when it ends with return code zero.
      *
      * The approval is a card in 'chain.apv':
      *
      *   APPROVE action target requester approver
      *
      * where the action is FRESH, PURGE or ARCHIVE, the target is
      * the exact run-id (FRESH) or date (PURGE, ARCHIVE) being
      * approved, and requester and approver are two different
      * operator ids, both on the authorized-operator file
      * 'chain.opr' (operator id in columns 1-8, name after it).
      * Every attempt, approved or refused, is appended to the
      * permanent security log 'chain.sec', which PRC-257-25 lists.
      *
      * This code has the following brewed-in limitations:
      *  - At most 50 authorized operators; ids past that are
      *    reported and not authorized.
      *  - An approval stands until it is taken off 'chain.apv';
      *    it is for one exact run-id or date, so it cannot be
      *    stretched to any other. A target or operator id longer
      *    than eight characters is not cut down to a match -- it
      *    matches nothing -- and a card with anything after the
      *    approver is refused.
      *  - The run-id is the RUN-ID card in 'chain.ctl' (default
      *    CHAINRUN), the same one the driver drops records for.
      *
      * Modification History:
      *  - Written so dropping a run's completion records takes a
      *    second operator's sign-off, on the record.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-24.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARDS
           ASSIGN TO 'chain.ctl'
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
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         FD OPERATOR-FILE.
         01 OPERATOR-REC PIC X(80).
         FD APPROVAL-FILE.
         01 APPROVAL-REC PIC X(80).
         FD SECURITY-LOG.
         01 SECURITY-LOG-REC PIC X(100).
         WORKING-STORAGE SECTION.
         01 CONTROL-CARDS-STATUS PIC X(2).
           88 CONTROL-CARDS-FOUND VALUE '00'.
           88 CONTROL-CARDS-EOF VALUE '10'.
         01 CTL-KEYWORD PIC X(8).
         01 CTL-VALUE PIC X(40).
         01 CTL-RUN-ID PIC X(8) VALUE 'CHAINRUN'.
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
           03 SEC-PROGRAM PIC X(10) VALUE 'PRC-257-24'.
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
           PERFORM READ-CONTROL-CARDS.
           DISPLAY HEADER-LINE.
           DISPLAY 'FRESH RUN REQUESTED FOR RUN ' CTL-RUN-ID.
           MOVE 'FRESH' TO SEC-ACTION.
           MOVE CTL-RUN-ID TO SEC-TARGET.
           PERFORM CHECK-APPROVAL.
           IF (APPROVAL-GRANTED)
             DISPLAY 'APPROVED: REQUESTED BY ' SEC-REQUESTER
               ', APPROVED BY ' SEC-APPROVER
             MOVE ZERO TO RETURN-CODE
           ELSE
             DISPLAY 'REFUSED: ' SEC-REASON
             DISPLAY 'NO COMPLETION RECORDS DROPPED.'
             MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

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

      * The whole chain reads the same control-card file at
      * startup; this program only needs RUN-ID, the run a fresh
      * start would drop. A '*' card is a comment.
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
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           EXIT.
