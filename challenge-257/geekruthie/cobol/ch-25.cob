      * Perl/Raku Weekly Challenge Week 257, security log listing step
      *
      * GnuCOBOL, v 3.2-rc2.0
      *
      * Compile and execute with: $ cobc -xj ch-25.cob
      *
      * This program lists the permanent security log 'chain.sec'
      * for audit. Every attempt at one of the chain's destructive
      * actions -- PRC-257-7's PURGE, PRC-257-12's ARCHIVE, and
      * the chain driver's FRESH start through PRC-257-24 -- is
      * appended there, approved or refused, with the date and
      * time, the program, the exact date or run-id, and the
      * requesting and approving operators off the approval card.
      * The listing prints every entry in the order it was logged
      * and ends with the approved and refused counts for each
      * action.
      *
      * This code has the following brewed-in limitations:
      *  - The whole log is listed every time; it is never
      *    archived, so it is the complete record.
      *  - An action other than FRESH, PURGE or ARCHIVE is listed
      *    but counted only in the overall totals.
      *
      * Modification History:
      *  - Written so audit can read who asked for, and who signed
      *    off on, every purge, archival and fresh chain start.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-25.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OPTIONAL SECURITY-LOG
           ASSIGN TO 'chain.sec'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SECURITY-LOG-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD SECURITY-LOG.
         01 SECURITY-LOG-REC PIC X(100).
         WORKING-STORAGE SECTION.
         01 SECURITY-LOG-STATUS PIC X(2).
           88 SECURITY-LOG-FOUND VALUE '00'.
           88 SECURITY-LOG-EOF VALUE '10'.
         01 SECURITY-REC.
           03 SEC-DATE PIC X(8).
           03 FILLER PIC X(1).
           03 SEC-TIME.
             05 SEC-HH PIC X(2).
             05 SEC-MM PIC X(2).
             05 SEC-SS PIC X(2).
           03 FILLER PIC X(1).
           03 SEC-PROGRAM PIC X(10).
           03 FILLER PIC X(1).
           03 SEC-ACTION PIC X(8).
           03 FILLER PIC X(1).
           03 SEC-TARGET PIC X(8).
           03 FILLER PIC X(1).
           03 SEC-REQUESTER PIC X(8).
           03 FILLER PIC X(1).
           03 SEC-APPROVER PIC X(8).
           03 FILLER PIC X(1).
           03 SEC-RESULT PIC X(8).
             88 SEC-APPROVED VALUE 'APPROVED'.
           03 FILLER PIC X(1).
           03 SEC-REASON PIC X(28).
         01 ACTION-NAMES.
           03 FILLER PIC X(8) VALUE 'FRESH'.
           03 FILLER PIC X(8) VALUE 'PURGE'.
           03 FILLER PIC X(8) VALUE 'ARCHIVE'.
         01 FILLER REDEFINES ACTION-NAMES.
           03 ACTION-NAME OCCURS 3 TIMES PIC X(8).
         01 ACTION-TOTALS.
           03 ACTION-TOTAL OCCURS 3 TIMES.
             05 AT-APPROVED PIC 9(5) USAGE IS COMP VALUE ZERO.
             05 AT-REFUSED PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 ACTION-IDX PIC 9(1) USAGE IS COMP.
         01 ENTRIES-READ PIC 9(6) USAGE IS COMP VALUE ZERO.
         01 ENTRIES-APPROVED PIC 9(6) USAGE IS COMP VALUE ZERO.
         01 ENTRIES-REFUSED PIC 9(6) USAGE IS COMP VALUE ZERO.
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.
         01 LISTING-LINE.
           03 LL-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LL-HH PIC X(2).
           03 FILLER PIC X(1) VALUE ':'.
           03 LL-MM PIC X(2).
           03 FILLER PIC X(1) VALUE ':'.
           03 LL-SS PIC X(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LL-PROGRAM PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LL-ACTION PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LL-TARGET PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 LL-REQUESTER PIC X(9).
           03 LL-APPROVER PIC X(9).
           03 LL-RESULT PIC X(9).
           03 LL-REASON PIC X(28).
         01 TOTAL-LINE.
           03 FILLER PIC X(2) VALUE SPACES.
           03 TL-ACTION PIC X(8).
           03 FILLER PIC X(11) VALUE ' APPROVED: '.
           03 TL-APPROVED PIC ZZZZ9.
           03 FILLER PIC X(11) VALUE '  REFUSED: '.
           03 TL-REFUSED PIC ZZZZ9.

       PROCEDURE DIVISION.
           DISPLAY HEADER-LINE.
           DISPLAY 'SECURITY LOG -- DESTRUCTIVE ACTIONS'.
           DISPLAY HEADER-LINE.
           DISPLAY 'DATE     TIME     PROGRAM    ACTION   TARGET   '
             'REQUESTER APPROVER RESULT   REASON'.
           OPEN INPUT SECURITY-LOG.
           IF (SECURITY-LOG-FOUND)
             PERFORM READ-SECURITY-RECORD
             PERFORM LIST-ONE-ENTRY UNTIL SECURITY-LOG-EOF
           END-IF.
           CLOSE SECURITY-LOG.
           IF (ENTRIES-READ IS ZERO)
             DISPLAY 'NO ENTRIES ON THE SECURITY LOG.'
           END-IF.
           DISPLAY HEADER-LINE.
           PERFORM LIST-ONE-TOTAL VARYING ACTION-IDX FROM 1 BY 1
             UNTIL ACTION-IDX > 3.
           DISPLAY 'ENTRIES:   ' ENTRIES-READ.
           DISPLAY 'APPROVED:  ' ENTRIES-APPROVED.
           DISPLAY 'REFUSED:   ' ENTRIES-REFUSED.
           STOP RUN.

         READ-SECURITY-RECORD.
           READ SECURITY-LOG
             AT END
               CONTINUE
           END-READ.
           EXIT.

         LIST-ONE-ENTRY.
           MOVE SECURITY-LOG-REC TO SECURITY-REC.
           ADD 1 TO ENTRIES-READ.
           MOVE SEC-DATE TO LL-DATE.
           MOVE SEC-HH TO LL-HH.
           MOVE SEC-MM TO LL-MM.
           MOVE SEC-SS TO LL-SS.
           MOVE SEC-PROGRAM TO LL-PROGRAM.
           MOVE SEC-ACTION TO LL-ACTION.
           MOVE SEC-TARGET TO LL-TARGET.
           MOVE SEC-REQUESTER TO LL-REQUESTER.
           MOVE SEC-APPROVER TO LL-APPROVER.
           MOVE SEC-RESULT TO LL-RESULT.
           MOVE SEC-REASON TO LL-REASON.
           DISPLAY LISTING-LINE.
           IF (SEC-APPROVED)
             ADD 1 TO ENTRIES-APPROVED
           ELSE
             ADD 1 TO ENTRIES-REFUSED
           END-IF.
           PERFORM COUNT-BY-ACTION VARYING ACTION-IDX FROM 1 BY 1
             UNTIL ACTION-IDX > 3.
           PERFORM READ-SECURITY-RECORD.
           EXIT.

         COUNT-BY-ACTION.
           IF (SEC-ACTION = ACTION-NAME(ACTION-IDX))
             IF (SEC-APPROVED)
               ADD 1 TO AT-APPROVED(ACTION-IDX)
             ELSE
               ADD 1 TO AT-REFUSED(ACTION-IDX)
             END-IF
           END-IF.
           EXIT.

         LIST-ONE-TOTAL.
           MOVE ACTION-NAME(ACTION-IDX) TO TL-ACTION.
           MOVE AT-APPROVED(ACTION-IDX) TO TL-APPROVED.
           MOVE AT-REFUSED(ACTION-IDX) TO TL-REFUSED.
           DISPLAY TOTAL-LINE.
           EXIT.
