      * Modification History:
      *  - Written to replace the hand reconstruction of RRE rates
      *    from saved console logs.
      *  - A HISTORY card in this program's own deck 'ch-5.sel'
      *    points the trend at another history, such as one
      *    PRC-257-26 restored from PRC-257-12's archives. With no
      *    deck, or no HISTORY card, the live 'ch-2.hist' is read
      *    as before; the chain's 'chain.ctl' is not touched, so
      *    PRC-257-2 keeps appending to the live history.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-5.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT HISTORY-FILE
           ASSIGN USING HIST-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS HISTORY-STATUS.

           SELECT OPTIONAL SELECT-CARDS
           ASSIGN TO 'ch-5.sel'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SELECT-CARDS-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD HISTORY-FILE.
         01 HISTORY-IN-REC PIC X(80).
         FD SELECT-CARDS.
         01 SELECT-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 HIST-NAME PIC X(40) VALUE 'ch-2.hist'.
         01 SELECT-CARDS-STATUS PIC X(2).
           88 SELECT-CARDS-FOUND VALUE '00'.
           88 SELECT-CARDS-EOF VALUE '10'.
         01 SEL-KEYWORD PIC X(10).
         01 SEL-VALUE PIC X(40).
         01 HISTORY-STATUS PIC X(2).
           88 HISTORY-FOUND VALUE '00'.
           88 HISTORY-EOF VALUE '10'.
           'DATE      TOTAL    RRE  NOTRRE   PCTRRE  MOVMNT'.

       PROCEDURE DIVISION.
           PERFORM READ-SELECT-CARDS.
           OPEN INPUT HISTORY-FILE.
           IF (NOT HISTORY-FOUND)
             DISPLAY 'HISTORY NOT FOUND -- NOTHING TO REPORT: '
               HIST-NAME
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM TALLY-ONE-RECORD UNTIL HISTORY-EOF.
           CLOSE HISTORY-FILE.
           IF (RECORDS-READ IS ZERO)
             DISPLAY 'HISTORY IS EMPTY -- NOTHING TO REPORT: '
               HIST-NAME
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM PRINT-TREND-REPORT.
           STOP RUN.

      * This program's own deck, read card by card: HISTORY names
      * the history to report on. A '*' card is a comment. The
      * deck is optional -- without it the live history is read --
      * but an unknown keyword stops the run, since a mistyped card
      * that was quietly ignored would report the live history
      * under the heading of a restored one.
         READ-SELECT-CARDS.
           OPEN INPUT SELECT-CARDS.
           IF (SELECT-CARDS-FOUND)
             PERFORM READ-SELECT-RECORD
             PERFORM APPLY-SELECT-CARD UNTIL SELECT-CARDS-EOF
           END-IF.
           CLOSE SELECT-CARDS.
           EXIT.

         READ-SELECT-RECORD.
           READ SELECT-CARDS
             AT END
               CONTINUE
           END-READ.
           EXIT.

         APPLY-SELECT-CARD.
           MOVE SPACES TO SEL-KEYWORD.
           MOVE SPACES TO SEL-VALUE.
           UNSTRING SELECT-REC
             DELIMITED BY ALL SPACES
             INTO SEL-KEYWORD
                  SEL-VALUE.
           IF (SEL-KEYWORD = SPACES) OR (SEL-KEYWORD(1:1) = '*')
             CONTINUE
           ELSE
             IF (SEL-KEYWORD = 'HISTORY')
               MOVE SEL-VALUE TO HIST-NAME
             ELSE
               DISPLAY 'UNKNOWN CH-5.SEL CARD -- STOPPED: '
                 SELECT-REC
               MOVE 16 TO RETURN-CODE
               CLOSE SELECT-CARDS
               STOP RUN
             END-IF
           END-IF.
           PERFORM READ-SELECT-RECORD.
           EXIT.

         READ-HISTORY-RECORD.
           READ HISTORY-FILE
             AT END
         PRINT-TREND-REPORT.
           DISPLAY HEADER-LINE.
           DISPLAY 'RRE TREND BY BUSINESS DATE'.
           IF (HIST-NAME IS NOT = 'ch-2.hist')
             DISPLAY 'FROM ' HIST-NAME
           END-IF.
           DISPLAY COLUMN-HEADS.
           MOVE ZERO TO PRIOR-PCT.
           PERFORM PRINT-ONE-DATE-LINE VARYING DATE-IDX FROM 1 BY 1
