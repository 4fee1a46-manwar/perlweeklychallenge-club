      * Perl/Raku Weekly Challenge Week 257, business date roll step
      *
      * GnuCOBOL, v 3.2-rc2.0
      *
      * Compile and execute with: $ cobc -xj ch-28.cob
      *
      * This program settles the business date a chain run goes out
      * under, before the chain starts, and writes it into
      * 'chain.ctl' as the RUN-DATE card every step reads. Without
      * it RUN-DATE fell back to the system date whenever the card
      * was left out, so a rerun after midnight or a holiday run
      * stamped the wrong date on ch-2.hist, ch-2.mst, ch-1.mst and
      * chain.sts, and nothing stopped two runs claiming the same
      * business date.
      *
      * Business dates come from the calendar named by the CALENDAR
      * card (default 'chain.cal'), one date per card:
      *
      *   yyyymmdd W  description     a working day
      *   yyyymmdd H  description     a holiday
      *
      * A date on the calendar is what the calendar says; a date
      * not on it is a working day Monday to Friday and not on a
      * weekend. The calendar has to run at least as far as the
      * date being rolled to, so a calendar nobody has extended
      * stops the chain instead of being guessed past.
      *
      * The date is worked out from 'chain.sts':
      *  - Every run-id with a step posted there, DONE or WARN,
      *    holds the date its postings carry: that step has
      *    already stamped the date on the files, finished chain
      *    or not. The current run-id keeps its own date, so a
      *    resumed run stays on it.
      *  - A new run-id takes the next business date after the
      *    latest date held.
      *  - With no run on file, the system date is used.
      * The chain is refused a date that is not a business date, or
      * one another run already holds, unless a DATE-OVR card
      * names that very date. An override is used once: the card
      * is turned into a comment in chain.ctl saying which run-id
      * took it. Until that run-id has a step posted under the
      * date, the comment still counts as its override, so a run
      * that stopped in its first step goes back out on the date
      * it was given instead of being rolled past it.
      *
      * The report also walks every run in date order and lists
      * business dates skipped between one run and the next, dates
      * used by two runs, and runs on dates that are not business
      * dates -- the places where PRC-257-5's movement from one
      * date to the next is not measured between consecutive
      * business days. That history is for information; it is
      * never going to change, so it does not raise the return
      * code. Return code 16 refuses the date and leaves chain.ctl
      * as it was; 8 is a good date with findings about tonight's
      * date itself -- business dates skipped to reach it, or an
      * override onto a date already used; zero is clean.
      *
      * This code has the following brewed-in limitations:
      *  - At most 1000 calendar cards, 200 chain.ctl cards and 500
      *    runs. Past 500 runs the oldest are let go, so the latest
      *    date on file -- the one the next date is rolled from --
      *    is always held; a run older than the 500 kept is not
      *    checked against, and a DATE-OVR back onto its date is
      *    not reported as already used.
      *  - A gap of more than 400 days between two runs is reported
      *    as one line, not walked day by day.
      *  - A run-id that posted no step at all -- stopped in its
      *    first step -- stamped nothing and holds no date, so the
      *    run that replaces it under a new run-id can take it.
      *
      * Modification History:
      *  - Written so the business date comes from a calendar and
      *    the runs already on file instead of the system clock.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-28.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARDS
           ASSIGN TO 'chain.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-CARDS-STATUS.

           SELECT CALENDAR-FILE
           ASSIGN USING CALENDAR-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CALENDAR-STATUS.

           SELECT OPTIONAL STATUS-FILE
           ASSIGN TO 'chain.sts'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-FILE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         FD CALENDAR-FILE.
         01 CALENDAR-REC PIC X(80).
         FD STATUS-FILE.
         01 STATUS-IN-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 CONTROL-CARDS-STATUS PIC X(2).
           88 CONTROL-CARDS-FOUND VALUE '00'.
           88 CONTROL-CARDS-EOF VALUE '10'.
         01 CALENDAR-STATUS PIC X(2).
           88 CALENDAR-FOUND VALUE '00'.
           88 CALENDAR-EOF VALUE '10'.
         01 STATUS-FILE-STATUS PIC X(2).
           88 STATUS-FILE-FOUND VALUE '00'.
           88 STATUS-FILE-EOF VALUE '10'.
         01 CTL-KEYWORD PIC X(8).
         01 CTL-VALUE PIC X(40).
         01 CTL-RUN-ID PIC X(8) VALUE 'CHAINRUN'.
         01 CTL-RUN-DATE PIC X(8) VALUE SPACES.
         01 CALENDAR-NAME PIC X(40) VALUE 'chain.cal'.
         01 DATE-OVR PIC X(8) VALUE SPACES.
      * An override comment left in the deck by an earlier roll,
      * '*DATE-OVR yyyymmdd USED BY RUN-ID runid', and the date of
      * the last one naming the current run-id.
         01 USED-OVR-CARD.
           03 USED-OVR-DATE PIC X(8).
           03 USED-OVR-WORD OCCURS 3 TIMES PIC X(8).
           03 USED-OVR-RUN-ID PIC X(8).
         01 TAKEN-OVR-DATE PIC X(8) VALUE SPACES.
      * The deck is held whole, so it can be written back with the
      * RUN-DATE card set and every other card as it was.
         01 DECK-TABLE.
           03 DECK-CARD OCCURS 200 TIMES PIC X(80).
         01 DECK-COUNT PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 DECK-IDX PIC 9(3) USAGE IS COMP.
         01 DECK-REREAD PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 RUN-DATE-CARD PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 DATE-OVR-CARD PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 FILLER PIC X(1) VALUE 'N'.
           88 DECK-UNCHANGED VALUE 'N'.
           88 DECK-CHANGED VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 DECK-FITS VALUE 'N'.
           88 DECK-TOO-LONG VALUE 'Y'.
         01 NEW-CARD PIC X(80).
      * The business calendar, as read.
         01 CALENDAR-LINE.
           03 CL-DATE PIC X(8).
           03 FILLER PIC X(1).
           03 CL-TYPE PIC X(1).
             88 CL-WORKING VALUE 'W'.
             88 CL-HOLIDAY VALUE 'H'.
           03 FILLER PIC X(1).
           03 CL-DESCRIPTION PIC X(69).
         01 CALENDAR-TABLE.
           03 CALENDAR-ENTRY OCCURS 1000 TIMES.
             05 CT-DATE PIC X(8).
             05 CT-TYPE PIC X(1).
         01 CALENDAR-COUNT PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 CALENDAR-IDX PIC 9(4) USAGE IS COMP.
         01 CALENDAR-SLOT PIC 9(4) USAGE IS COMP.
         01 CALENDAR-CARDS PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 CALENDAR-FIRST PIC X(8) VALUE SPACES.
         01 CALENDAR-LAST PIC X(8) VALUE SPACES.
         01 CALENDAR-ERRORS PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 STATUS-REC.
           03 STS-RUN-ID PIC X(8).
           03 FILLER PIC X(1).
           03 STS-RUN-DATE PIC X(8).
           03 FILLER PIC X(1).
           03 STS-PROGRAM PIC X(10).
           03 FILLER PIC X(1).
           03 STS-STATE PIC X(4).
             88 STS-DONE VALUE 'DONE'.
             88 STS-WARN VALUE 'WARN'.
      * Runs holding a date, kept in business-date order.
         01 RUN-TABLE.
           03 RUN-ENTRY OCCURS 500 TIMES.
             05 RT-RUN-ID PIC X(8).
             05 RT-RUN-DATE PIC X(8).
         01 RUN-COUNT PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 RUN-IDX PIC 9(3) USAGE IS COMP.
         01 RUN-SLOT PIC 9(3) USAGE IS COMP.
         01 PRIOR-SLOT PIC 9(3) USAGE IS COMP.
         01 DROPPED-RUNS PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 FILLER PIC X(1) VALUE 'N'.
           88 SLOT-NOT-FOUND VALUE 'N'.
           88 SLOT-FOUND VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 RUN-NOT-LISTED VALUE 'N'.
           88 RUN-LISTED VALUE 'Y'.
         01 CURRENT-RUN-DATE PIC X(8) VALUE SPACES.
         01 FILLER PIC X(1) VALUE 'N'.
           88 CURRENT-RUN-NEW VALUE 'N'.
           88 CURRENT-RUN-STARTED VALUE 'Y'.
      * The date settled on, and how.
         01 ROLL-DATE PIC X(8) VALUE SPACES.
         01 ROLL-SOURCE PIC X(30).
         01 FILLER PIC X(1) VALUE 'N'.
           88 ROLL-ALLOWED VALUE 'N'.
           88 ROLL-REFUSED VALUE 'Y'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 OVERRIDE-NOT-USED VALUE 'N'.
           88 OVERRIDE-USED VALUE 'Y'.
      * Findings about tonight's date raise the return code; the
      * run history's are counted apart, for information.
         01 FINDING-COUNT PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 HISTORY-FINDINGS PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 GAP-START PIC X(8).
         01 GAP-END PIC X(8).
         01 GAP-RUN-ID PIC X(8).
         01 GAP-DAYS PIC 9(3) USAGE IS COMP.
      * Date arithmetic: the date being stepped through a day at a
      * time, the days in each month (February taken as 28 until
      * the year says otherwise), and the date being judged.
         01 DATE-TXT PIC X(8).
         01 FILLER REDEFINES DATE-TXT.
           03 DATE-YYYY PIC 9(4).
           03 DATE-MM PIC 9(2).
           03 DATE-DD PIC 9(2).
         01 MONTH-DAYS-TABLE PIC X(24)
           VALUE '312831303130313130313031'.
         01 FILLER REDEFINES MONTH-DAYS-TABLE.
           03 MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
         01 DAYS-IN-MONTH PIC 9(2) USAGE IS COMP.
         01 LEAP-QUOTIENT PIC 9(4) USAGE IS COMP.
         01 LEAP-REM-4 PIC 9(4) USAGE IS COMP.
         01 LEAP-REM-100 PIC 9(4) USAGE IS COMP.
         01 LEAP-REM-400 PIC 9(4) USAGE IS COMP.
         01 FILLER PIC X(1) VALUE 'N'.
           88 DATE-IS-REAL VALUE 'N'.
           88 DATE-NOT-REAL VALUE 'Y'.
         01 TEST-DATE PIC X(8).
         01 FILLER REDEFINES TEST-DATE.
           03 TEST-YYYY PIC 9(4).
           03 TEST-MM PIC 9(2).
           03 TEST-DD PIC 9(2).
         01 FILLER PIC X(1) VALUE 'N'.
           88 BUSINESS-DATE VALUE 'Y'.
           88 NOT-BUSINESS-DATE VALUE 'N'.
      * Day of the week by Zeller's rule: 0 is Saturday, 1 Sunday,
      * 2 Monday, through 6 Friday.
         01 DOW-YEAR PIC 9(4) USAGE IS COMP.
         01 DOW-MONTH PIC 9(2) USAGE IS COMP.
         01 DOW-CENTURY PIC 9(2) USAGE IS COMP.
         01 DOW-YEAR-OF-CENTURY PIC 9(2) USAGE IS COMP.
         01 DOW-TERM PIC 9(4) USAGE IS COMP.
         01 DOW-SUM PIC 9(5) USAGE IS COMP.
         01 DOW-QUOTIENT PIC 9(5) USAGE IS COMP.
         01 WEEKDAY-NUM PIC 9(1) USAGE IS COMP.
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM READ-CONTROL-DECK.
           DISPLAY HEADER-LINE.
           DISPLAY 'BUSINESS DATE ROLL FOR RUN-ID ' CTL-RUN-ID.
           DISPLAY HEADER-LINE.
           PERFORM LOAD-CALENDAR.
           IF (ROLL-REFUSED)
             PERFORM REFUSE-ROLL
           END-IF.
           PERFORM SCAN-CHAIN-STATUS.
           PERFORM CHECK-RUN-HISTORY.
           PERFORM PICK-RUN-DATE.
           IF (ROLL-REFUSED)
             PERFORM REFUSE-ROLL
           END-IF.
           PERFORM SET-RUN-DATE-CARD.
           DISPLAY HEADER-LINE.
           DISPLAY 'RUN-DATE ' ROLL-DATE ' -- ' ROLL-SOURCE.
           IF (DECK-CHANGED)
             PERFORM WRITE-CONTROL-DECK
           ELSE
             DISPLAY 'CHAIN.CTL ALREADY CARRIES IT -- NOT REWRITTEN.'
           END-IF.
           IF (HISTORY-FINDINGS IS NOT ZERO)
             DISPLAY 'CALENDAR FINDINGS IN THE HISTORY: '
               HISTORY-FINDINGS ' (FOR INFORMATION)'
           END-IF.
           IF (FINDING-COUNT IS NOT ZERO)
             DISPLAY 'CALENDAR FINDINGS ON THIS DATE: ' FINDING-COUNT
             IF (RETURN-CODE < 8)
               MOVE 8 TO RETURN-CODE
             END-IF
           END-IF.
           STOP RUN.

         REFUSE-ROLL.
           DISPLAY 'CHAIN NOT STARTED -- CHAIN.CTL LEFT AS IT WAS.'.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      * The whole deck is kept, card for card; this program needs
      * RUN-ID, the RUN-DATE card it is to set, CALENDAR and
      * DATE-OVR. A '*' card is a comment.
         READ-CONTROL-DECK.
           OPEN INPUT CONTROL-CARDS.
           IF (CONTROL-CARDS-FOUND)
             PERFORM READ-CONTROL-RECORD
             PERFORM KEEP-CONTROL-CARD UNTIL CONTROL-CARDS-EOF
           END-IF.
           CLOSE CONTROL-CARDS.
           IF (DECK-TOO-LONG)
             DISPLAY 'CHAIN.CTL HAS MORE THAN 200 CARDS -- IT CANNOT '
               'BE REWRITTEN.'
             SET ROLL-REFUSED TO TRUE
           END-IF.
           EXIT.

         READ-CONTROL-RECORD.
           READ CONTROL-CARDS
             AT END
               CONTINUE
           END-READ.
           EXIT.

         KEEP-CONTROL-CARD.
           IF (DECK-COUNT NOT < 200)
             SET DECK-TOO-LONG TO TRUE
           ELSE
             ADD 1 TO DECK-COUNT
             MOVE CONTROL-REC TO DECK-CARD(DECK-COUNT)
             PERFORM APPLY-CONTROL-CARD
           END-IF.
           PERFORM READ-CONTROL-RECORD.
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
               IF (RUN-DATE-CARD IS ZERO)
                 MOVE DECK-COUNT TO RUN-DATE-CARD
               END-IF
             ELSE
               IF (CTL-KEYWORD = 'CALENDAR')
                 MOVE CTL-VALUE TO CALENDAR-NAME
               ELSE
                 IF (CTL-KEYWORD = 'DATE-OVR')
                   MOVE CTL-VALUE TO DATE-OVR
                   MOVE DECK-COUNT TO DATE-OVR-CARD
                 END-IF
               END-IF
             END-IF
           END-IF.
           EXIT.

      * Every calendar card has to be a real date marked W or H,
      * and no date may appear twice; a calendar with any bad card
      * is not used at all.
         LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE.
           IF (NOT CALENDAR-FOUND)
             DISPLAY 'CALENDAR NOT FOUND: ' CALENDAR-NAME
             SET ROLL-REFUSED TO TRUE
           ELSE
             PERFORM READ-CALENDAR-RECORD
             PERFORM LOAD-ONE-CALENDAR-CARD UNTIL CALENDAR-EOF
             CLOSE CALENDAR-FILE
             IF (CALENDAR-ERRORS IS NOT ZERO)
               DISPLAY CALENDAR-ERRORS ' BAD CALENDAR CARD(S) IN '
                 CALENDAR-NAME
               SET ROLL-REFUSED TO TRUE
             ELSE
               IF (CALENDAR-COUNT IS ZERO)
                 DISPLAY 'CALENDAR IS EMPTY: ' CALENDAR-NAME
                 SET ROLL-REFUSED TO TRUE
               ELSE
                 DISPLAY 'CALENDAR ' CALENDAR-NAME
                 DISPLAY '  ' CALENDAR-FIRST ' THROUGH ' CALENDAR-LAST
                   ', DATES LISTED: ' CALENDAR-COUNT
               END-IF
             END-IF
           END-IF.
           EXIT.

         READ-CALENDAR-RECORD.
           READ CALENDAR-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

         LOAD-ONE-CALENDAR-CARD.
           ADD 1 TO CALENDAR-CARDS.
           MOVE CALENDAR-REC TO CALENDAR-LINE.
           IF (CALENDAR-REC = SPACES) OR (CL-DATE(1:1) = '*')
             CONTINUE
           ELSE
             MOVE CL-DATE TO DATE-TXT
             PERFORM CHECK-REAL-DATE
             IF (DATE-NOT-REAL)
               DISPLAY 'CALENDAR CARD ' CALENDAR-CARDS
                 ': NOT A REAL YYYYMMDD DATE'
               ADD 1 TO CALENDAR-ERRORS
             ELSE
               IF (NOT CL-WORKING) AND (NOT CL-HOLIDAY)
                 DISPLAY 'CALENDAR CARD ' CALENDAR-CARDS
                   ': COLUMN 10 MUST BE W OR H'
                 ADD 1 TO CALENDAR-ERRORS
               ELSE
                 PERFORM ADD-CALENDAR-ENTRY
               END-IF
             END-IF
           END-IF.
           PERFORM READ-CALENDAR-RECORD.
           EXIT.

         ADD-CALENDAR-ENTRY.
           MOVE CL-DATE TO TEST-DATE.
           PERFORM FIND-CALENDAR-DATE.
           IF (CALENDAR-SLOT IS NOT ZERO)
             DISPLAY 'CALENDAR CARD ' CALENDAR-CARDS
               ': ' CL-DATE ' IS ALREADY ON THE CALENDAR'
             ADD 1 TO CALENDAR-ERRORS
           ELSE
             IF (CALENDAR-COUNT NOT < 1000)
               DISPLAY 'CALENDAR CARD ' CALENDAR-CARDS
                 ': MORE THAN 1000 DATES'
               ADD 1 TO CALENDAR-ERRORS
             ELSE
               ADD 1 TO CALENDAR-COUNT
               MOVE CL-DATE TO CT-DATE(CALENDAR-COUNT)
               MOVE CL-TYPE TO CT-TYPE(CALENDAR-COUNT)
               IF (CALENDAR-FIRST = SPACES)
                  OR (CL-DATE < CALENDAR-FIRST)
                 MOVE CL-DATE TO CALENDAR-FIRST
               END-IF
               IF (CALENDAR-LAST = SPACES)
                  OR (CL-DATE > CALENDAR-LAST)
                 MOVE CL-DATE TO CALENDAR-LAST
               END-IF
             END-IF
           END-IF.
           EXIT.

         FIND-CALENDAR-DATE.
           MOVE ZERO TO CALENDAR-SLOT.
           PERFORM MATCH-CALENDAR-DATE VARYING CALENDAR-IDX
             FROM 1 BY 1
             UNTIL CALENDAR-IDX > CALENDAR-COUNT
                OR CALENDAR-SLOT IS NOT ZERO.
           EXIT.

         MATCH-CALENDAR-DATE.
           IF (CT-DATE(CALENDAR-IDX) = TEST-DATE)
             MOVE CALENDAR-IDX TO CALENDAR-SLOT
           END-IF.
           EXIT.

      * A run holds its date from its first step posted DONE or
      * WARN -- the states PRC-257-14 and PRC-257-29 read -- whether
      * or not the chain ever finished; the current run-id's own
      * postings fix the date it has already started on.
         SCAN-CHAIN-STATUS.
           OPEN INPUT STATUS-FILE.
           IF (STATUS-FILE-FOUND)
             PERFORM READ-STATUS-RECORD
             PERFORM TALLY-ONE-STATUS UNTIL STATUS-FILE-EOF
           END-IF.
           CLOSE STATUS-FILE.
           DISPLAY 'RUNS HOLDING A DATE ON CHAIN.STS: ' RUN-COUNT.
           IF (RUN-COUNT IS NOT ZERO)
             DISPLAY '  LAST: RUN ' RT-RUN-ID(RUN-COUNT) ' DATE '
               RT-RUN-DATE(RUN-COUNT)
           END-IF.
           IF (DROPPED-RUNS IS NOT ZERO)
             DISPLAY '  ' DROPPED-RUNS ' OLDER LET GO -- OVER 500 '
               'RUNS'
           END-IF.
           EXIT.

         READ-STATUS-RECORD.
           READ STATUS-FILE
             AT END
               CONTINUE
           END-READ.
           EXIT.

         TALLY-ONE-STATUS.
           MOVE STATUS-IN-REC TO STATUS-REC.
           IF (STS-DONE) OR (STS-WARN)
             PERFORM HOLD-RUN-DATE
           END-IF.
           PERFORM READ-STATUS-RECORD.
           EXIT.

         HOLD-RUN-DATE.
           IF (STS-RUN-ID = CTL-RUN-ID) AND (CURRENT-RUN-NEW)
             SET CURRENT-RUN-STARTED TO TRUE
             MOVE STS-RUN-DATE TO CURRENT-RUN-DATE
           END-IF.
           SET RUN-NOT-LISTED TO TRUE.
           PERFORM FIND-LISTED-RUN VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > RUN-COUNT OR RUN-LISTED.
           IF (RUN-NOT-LISTED)
             PERFORM ENTER-RUN-IN-ORDER
           END-IF.
           EXIT.

         FIND-LISTED-RUN.
           IF (RT-RUN-ID(RUN-IDX) = STS-RUN-ID)
             SET RUN-LISTED TO TRUE
           END-IF.
           EXIT.

      * A new run-id goes in at its place by business date. With
      * the table full, the oldest run gives up its slot, unless
      * the new one is older still and is itself let go.
         ENTER-RUN-IN-ORDER.
           IF (RUN-COUNT NOT < 500)
             ADD 1 TO DROPPED-RUNS
             IF (STS-RUN-DATE > RT-RUN-DATE(1))
                OR ((STS-RUN-DATE = RT-RUN-DATE(1))
                AND (STS-RUN-ID > RT-RUN-ID(1)))
               PERFORM SHIFT-ONE-RUN VARYING RUN-IDX FROM 1 BY 1
                 UNTIL RUN-IDX > 499
               SUBTRACT 1 FROM RUN-COUNT
             END-IF
           END-IF.
           IF (RUN-COUNT < 500)
             ADD 1 TO RUN-COUNT
             MOVE RUN-COUNT TO RUN-SLOT
             SET SLOT-NOT-FOUND TO TRUE
             PERFORM MAKE-ROOM-FOR-RUN UNTIL SLOT-FOUND
             MOVE STS-RUN-ID TO RT-RUN-ID(RUN-SLOT)
             MOVE STS-RUN-DATE TO RT-RUN-DATE(RUN-SLOT)
           END-IF.
           EXIT.

         SHIFT-ONE-RUN.
           MOVE RUN-ENTRY(RUN-IDX + 1) TO RUN-ENTRY(RUN-IDX).
           EXIT.

         MAKE-ROOM-FOR-RUN.
           IF (RUN-SLOT = 1)
             SET SLOT-FOUND TO TRUE
           ELSE
             MOVE RUN-SLOT TO PRIOR-SLOT
             SUBTRACT 1 FROM PRIOR-SLOT
             IF (RT-RUN-DATE(PRIOR-SLOT) < STS-RUN-DATE)
                OR ((RT-RUN-DATE(PRIOR-SLOT) = STS-RUN-DATE)
                AND (RT-RUN-ID(PRIOR-SLOT) < STS-RUN-ID))
               SET SLOT-FOUND TO TRUE
             ELSE
               MOVE RUN-ENTRY(PRIOR-SLOT) TO RUN-ENTRY(RUN-SLOT)
               MOVE PRIOR-SLOT TO RUN-SLOT
             END-IF
           END-IF.
           EXIT.

      * Each run against the one before it: a business date
      * between them that no run has is skipped, the same date on
      * both is used twice, and a run on a date that is not a
      * business date is listed as well. What is found here is
      * done and cannot be undone, so it is set aside as history
      * and the count starts again for tonight's date.
         CHECK-RUN-HISTORY.
           DISPLAY HEADER-LINE.
           DISPLAY 'CALENDAR FINDINGS IN THE RUN HISTORY:'.
           PERFORM CHECK-ONE-RUN VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > RUN-COUNT.
           IF (FINDING-COUNT IS ZERO)
             DISPLAY '  NONE.'
           END-IF.
           MOVE FINDING-COUNT TO HISTORY-FINDINGS.
           MOVE ZERO TO FINDING-COUNT.
           EXIT.

         CHECK-ONE-RUN.
           MOVE RT-RUN-DATE(RUN-IDX) TO TEST-DATE.
           PERFORM CHECK-BUSINESS-DATE.
           IF (NOT-BUSINESS-DATE)
             DISPLAY '  NOT A BUSINESS DATE: ' TEST-DATE ' RUN '
               RT-RUN-ID(RUN-IDX)
             ADD 1 TO FINDING-COUNT
           END-IF.
           IF (RUN-IDX > 1)
             MOVE RUN-IDX TO PRIOR-SLOT
             SUBTRACT 1 FROM PRIOR-SLOT
             IF (RT-RUN-DATE(PRIOR-SLOT) = RT-RUN-DATE(RUN-IDX))
               DISPLAY '  USED TWICE:          ' TEST-DATE ' RUN '
                 RT-RUN-ID(PRIOR-SLOT) ' AND RUN ' RT-RUN-ID(RUN-IDX)
               ADD 1 TO FINDING-COUNT
             ELSE
               MOVE RT-RUN-DATE(PRIOR-SLOT) TO GAP-START
               MOVE RT-RUN-DATE(RUN-IDX) TO GAP-END
               MOVE RT-RUN-ID(RUN-IDX) TO GAP-RUN-ID
               PERFORM WALK-DATE-GAP
             END-IF
           END-IF.
           EXIT.

      * Every business date after GAP-START and before GAP-END is
      * one no run has.
         WALK-DATE-GAP.
           MOVE GAP-START TO DATE-TXT.
           MOVE ZERO TO GAP-DAYS.
           PERFORM WALK-ONE-GAP-DAY
             UNTIL DATE-TXT NOT < GAP-END OR GAP-DAYS > 400.
           IF (GAP-DAYS > 400)
             DISPLAY '  MORE THAN 400 DAYS:  ' GAP-START ' TO '
               GAP-END ' -- NOT WALKED'
             ADD 1 TO FINDING-COUNT
           END-IF.
           EXIT.

         WALK-ONE-GAP-DAY.
           PERFORM ADD-ONE-DAY.
           ADD 1 TO GAP-DAYS.
           IF (DATE-TXT < GAP-END) AND (GAP-DAYS NOT > 400)
             MOVE DATE-TXT TO TEST-DATE
             PERFORM CHECK-BUSINESS-DATE
             IF (BUSINESS-DATE)
               DISPLAY '  SKIPPED:             ' TEST-DATE
                 ' BEFORE RUN ' GAP-RUN-ID
               ADD 1 TO FINDING-COUNT
             END-IF
           END-IF.
           EXIT.

      * A run already under way keeps its date, whatever the cards
      * say; a new run takes an override, or the next business date
      * after the latest date held, or failing any run on file the
      * system date. An override this run-id took before without
      * getting a step posted is still its override, unless a new
      * DATE-OVR card has been put in since; it is already a
      * comment, so it is not rewritten.
         PICK-RUN-DATE.
           IF (DATE-OVR = SPACES) AND (NOT CURRENT-RUN-STARTED)
             PERFORM FIND-TAKEN-OVERRIDE VARYING DECK-IDX FROM 1 BY 1
               UNTIL DECK-IDX > DECK-COUNT
           END-IF.
           IF (TAKEN-OVR-DATE IS NOT = SPACES)
             MOVE TAKEN-OVR-DATE TO DATE-OVR
             DISPLAY 'DATE-OVR ' DATE-OVR ' TAKEN BEFORE BY RUN-ID '
               CTL-RUN-ID ' WITH NO STEP POSTED -- STILL IN FORCE.'
           END-IF.
           IF (DATE-OVR IS NOT = SPACES)
             MOVE DATE-OVR TO DATE-TXT
             PERFORM CHECK-REAL-DATE
             IF (DATE-NOT-REAL)
               DISPLAY 'DATE-OVR ' DATE-OVR ' IS NOT A REAL DATE.'
               SET ROLL-REFUSED TO TRUE
             END-IF
           END-IF.
           IF (ROLL-ALLOWED)
             IF (CURRENT-RUN-STARTED)
               PERFORM KEEP-STARTED-DATE
             ELSE
               IF (DATE-OVR IS NOT = SPACES)
                 PERFORM TAKE-OVERRIDE-DATE
               ELSE
                 PERFORM ROLL-NEXT-DATE
               END-IF
             END-IF
           END-IF.
           EXIT.

         FIND-TAKEN-OVERRIDE.
           IF (DECK-CARD(DECK-IDX)(1:10) = '*DATE-OVR ')
             MOVE SPACES TO USED-OVR-CARD
             UNSTRING DECK-CARD(DECK-IDX)(11:70)
               DELIMITED BY ALL SPACES
               INTO USED-OVR-DATE
                    USED-OVR-WORD(1)
                    USED-OVR-WORD(2)
                    USED-OVR-WORD(3)
                    USED-OVR-RUN-ID
             IF (USED-OVR-WORD(1) = 'USED')
                AND (USED-OVR-WORD(2) = 'BY')
                AND (USED-OVR-WORD(3) = 'RUN-ID')
                AND (USED-OVR-RUN-ID = CTL-RUN-ID)
               MOVE USED-OVR-DATE TO TAKEN-OVR-DATE
             END-IF
           END-IF.
           EXIT.

         KEEP-STARTED-DATE.
           MOVE CURRENT-RUN-DATE TO ROLL-DATE.
           MOVE 'KEPT, RUN-ID ALREADY STARTED' TO ROLL-SOURCE.
           IF (DATE-OVR IS NOT = SPACES)
              AND (DATE-OVR IS NOT = CURRENT-RUN-DATE)
             DISPLAY 'RUN-ID ' CTL-RUN-ID ' ALREADY STARTED ON '
               CURRENT-RUN-DATE ' -- DATE-OVR ' DATE-OVR
               ' CANNOT MOVE IT.'
             SET ROLL-REFUSED TO TRUE
           END-IF.
           EXIT.

      * An override is taken for exactly the date it names, and
      * what it overrides is said in the report.
         TAKE-OVERRIDE-DATE.
           MOVE DATE-OVR TO ROLL-DATE.
           MOVE 'SET BY DATE-OVR CARD' TO ROLL-SOURCE.
           SET OVERRIDE-USED TO TRUE.
           MOVE ROLL-DATE TO TEST-DATE.
           PERFORM CHECK-BUSINESS-DATE.
           IF (NOT-BUSINESS-DATE)
             DISPLAY 'DATE-OVR: ' ROLL-DATE ' IS NOT A BUSINESS '
               'DATE -- TAKEN ON THE OVERRIDE.'
           END-IF.
           PERFORM FIND-RUN-ON-ROLL-DATE.
           IF (RUN-LISTED)
             DISPLAY 'DATE-OVR: ' ROLL-DATE ' IS ALREADY USED BY RUN '
               RT-RUN-ID(RUN-SLOT) ' -- TAKEN ON THE OVERRIDE.'
             ADD 1 TO FINDING-COUNT
           END-IF.
           PERFORM CHECK-GAP-TO-ROLL-DATE.
           EXIT.

         ROLL-NEXT-DATE.
           IF (RUN-COUNT IS ZERO)
             ACCEPT ROLL-DATE FROM DATE YYYYMMDD
             MOVE 'SYSTEM DATE, NO RUN ON FILE' TO ROLL-SOURCE
           ELSE
             MOVE RT-RUN-DATE(RUN-COUNT) TO DATE-TXT
             SET NOT-BUSINESS-DATE TO TRUE
             PERFORM STEP-TO-BUSINESS-DATE
               UNTIL BUSINESS-DATE OR DATE-TXT > CALENDAR-LAST
             MOVE DATE-TXT TO ROLL-DATE
             MOVE 'NEXT BUSINESS DATE' TO ROLL-SOURCE
           END-IF.
           IF (ROLL-DATE > CALENDAR-LAST)
             DISPLAY 'CALENDAR ENDS ' CALENDAR-LAST ' -- NO BUSINESS '
               'DATE PAST IT CAN BE ROLLED TO.'
             SET ROLL-REFUSED TO TRUE
           ELSE
             MOVE ROLL-DATE TO TEST-DATE
             PERFORM CHECK-BUSINESS-DATE
             IF (NOT-BUSINESS-DATE)
               DISPLAY ROLL-DATE ' IS NOT A BUSINESS DATE -- A '
                 'DATE-OVR CARD NAMING IT IS NEEDED.'
               SET ROLL-REFUSED TO TRUE
             END-IF
             PERFORM FIND-RUN-ON-ROLL-DATE
             IF (RUN-LISTED)
               DISPLAY ROLL-DATE ' IS ALREADY USED BY RUN '
                 RT-RUN-ID(RUN-SLOT) ' -- A DATE-OVR CARD NAMING IT '
                 'IS NEEDED.'
               SET ROLL-REFUSED TO TRUE
             END-IF
             PERFORM CHECK-GAP-TO-ROLL-DATE
           END-IF.
           EXIT.

         STEP-TO-BUSINESS-DATE.
           PERFORM ADD-ONE-DAY.
           MOVE DATE-TXT TO TEST-DATE.
           PERFORM CHECK-BUSINESS-DATE.
           EXIT.

         FIND-RUN-ON-ROLL-DATE.
           SET RUN-NOT-LISTED TO TRUE.
           PERFORM MATCH-RUN-ON-ROLL-DATE VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > RUN-COUNT OR RUN-LISTED.
           EXIT.

         MATCH-RUN-ON-ROLL-DATE.
           IF (RT-RUN-DATE(RUN-IDX) = ROLL-DATE)
             SET RUN-LISTED TO TRUE
             MOVE RUN-IDX TO RUN-SLOT
           END-IF.
           EXIT.

      * A new date past the latest date held skips any business
      * date in between.
         CHECK-GAP-TO-ROLL-DATE.
           IF (RUN-COUNT IS NOT ZERO)
             IF (ROLL-DATE > RT-RUN-DATE(RUN-COUNT))
               MOVE RT-RUN-DATE(RUN-COUNT) TO GAP-START
               MOVE ROLL-DATE TO GAP-END
               MOVE CTL-RUN-ID TO GAP-RUN-ID
               PERFORM WALK-DATE-GAP
             END-IF
           END-IF.
           EXIT.

      * On the calendar, the calendar decides; off it, Monday to
      * Friday are business dates.
         CHECK-BUSINESS-DATE.
           PERFORM FIND-CALENDAR-DATE.
           IF (CALENDAR-SLOT IS NOT ZERO)
             IF (CT-TYPE(CALENDAR-SLOT) = 'W')
               SET BUSINESS-DATE TO TRUE
             ELSE
               SET NOT-BUSINESS-DATE TO TRUE
             END-IF
           ELSE
             PERFORM FIND-WEEKDAY-NUM
             IF (WEEKDAY-NUM < 2)
               SET NOT-BUSINESS-DATE TO TRUE
             ELSE
               SET BUSINESS-DATE TO TRUE
             END-IF
           END-IF.
           EXIT.

      * Zeller's rule, each division taken whole on its own:
      * January and February count as months 13 and 14 of the
      * year before.
         FIND-WEEKDAY-NUM.
           MOVE TEST-YYYY TO DOW-YEAR.
           MOVE TEST-MM TO DOW-MONTH.
           IF (DOW-MONTH < 3)
             ADD 12 TO DOW-MONTH
             SUBTRACT 1 FROM DOW-YEAR
           END-IF.
           DIVIDE DOW-YEAR BY 100 GIVING DOW-CENTURY
             REMAINDER DOW-YEAR-OF-CENTURY.
           MOVE TEST-DD TO DOW-SUM.
           COMPUTE DOW-TERM = 13 * (DOW-MONTH + 1).
           DIVIDE DOW-TERM BY 5 GIVING DOW-TERM.
           ADD DOW-TERM TO DOW-SUM.
           ADD DOW-YEAR-OF-CENTURY TO DOW-SUM.
           DIVIDE DOW-YEAR-OF-CENTURY BY 4 GIVING DOW-TERM.
           ADD DOW-TERM TO DOW-SUM.
           DIVIDE DOW-CENTURY BY 4 GIVING DOW-TERM.
           ADD DOW-TERM TO DOW-SUM.
           COMPUTE DOW-TERM = 5 * DOW-CENTURY.
           ADD DOW-TERM TO DOW-SUM.
           DIVIDE DOW-SUM BY 7 GIVING DOW-QUOTIENT
             REMAINDER WEEKDAY-NUM.
           EXIT.

         ADD-ONE-DAY.
           MOVE MONTH-DAYS(DATE-MM) TO DAYS-IN-MONTH.
           IF (DATE-MM = 2)
             PERFORM ALLOW-LEAP-DAY
           END-IF.
           IF (DATE-DD < DAYS-IN-MONTH)
             ADD 1 TO DATE-DD
           ELSE
             MOVE 1 TO DATE-DD
             IF (DATE-MM < 12)
               ADD 1 TO DATE-MM
             ELSE
               MOVE 1 TO DATE-MM
               ADD 1 TO DATE-YYYY
             END-IF
           END-IF.
           EXIT.

      * An eight-digit date that is also a real one: month 1-12,
      * day within the month, February 29 only in a leap year.
         CHECK-REAL-DATE.
           SET DATE-IS-REAL TO TRUE.
           IF (DATE-TXT IS NOT NUMERIC)
             SET DATE-NOT-REAL TO TRUE
           ELSE
             IF (DATE-YYYY < 1900) OR (DATE-MM < 1)
                OR (DATE-MM > 12) OR (DATE-DD < 1)
               SET DATE-NOT-REAL TO TRUE
             ELSE
               MOVE MONTH-DAYS(DATE-MM) TO DAYS-IN-MONTH
               IF (DATE-MM = 2)
                 PERFORM ALLOW-LEAP-DAY
               END-IF
               IF (DATE-DD > DAYS-IN-MONTH)
                 SET DATE-NOT-REAL TO TRUE
               END-IF
             END-IF
           END-IF.
           EXIT.

         ALLOW-LEAP-DAY.
           DIVIDE DATE-YYYY BY 4 GIVING LEAP-QUOTIENT
             REMAINDER LEAP-REM-4.
           DIVIDE DATE-YYYY BY 100 GIVING LEAP-QUOTIENT
             REMAINDER LEAP-REM-100.
           DIVIDE DATE-YYYY BY 400 GIVING LEAP-QUOTIENT
             REMAINDER LEAP-REM-400.
           IF (LEAP-REM-4 IS ZERO)
              AND ((LEAP-REM-100 IS NOT ZERO)
               OR (LEAP-REM-400 IS ZERO))
             MOVE 29 TO DAYS-IN-MONTH
           END-IF.
           EXIT.

      * The first RUN-DATE card is set to the date and any later
      * ones become comments, so the deck is left with one answer;
      * with no RUN-DATE card, one is added at the end. A used
      * override card becomes a comment naming the run-id that
      * took it; one taken from such a comment is left as it is.
         SET-RUN-DATE-CARD.
           MOVE SPACES TO NEW-CARD.
           STRING 'RUN-DATE ' DELIMITED BY SIZE
                  ROLL-DATE DELIMITED BY SIZE
             INTO NEW-CARD.
           IF (RUN-DATE-CARD IS ZERO)
             IF (DECK-COUNT NOT < 200)
               DISPLAY 'CHAIN.CTL HAS NO ROOM FOR A RUN-DATE CARD.'
               PERFORM REFUSE-ROLL
             END-IF
             ADD 1 TO DECK-COUNT
             MOVE NEW-CARD TO DECK-CARD(DECK-COUNT)
             MOVE DECK-COUNT TO RUN-DATE-CARD
             SET DECK-CHANGED TO TRUE
           ELSE
             IF (CTL-RUN-DATE IS NOT = ROLL-DATE)
               DISPLAY 'RUN-DATE CARD ' CTL-RUN-DATE ' REPLACED.'
             END-IF
             IF (DECK-CARD(RUN-DATE-CARD) IS NOT = NEW-CARD)
               MOVE NEW-CARD TO DECK-CARD(RUN-DATE-CARD)
               SET DECK-CHANGED TO TRUE
             END-IF
           END-IF.
           PERFORM QUIET-LATER-RUN-DATE VARYING DECK-IDX FROM 1 BY 1
             UNTIL DECK-IDX > DECK-COUNT.
           IF (OVERRIDE-USED) AND (DATE-OVR-CARD IS NOT ZERO)
             MOVE SPACES TO NEW-CARD
             STRING '*DATE-OVR ' DELIMITED BY SIZE
                    DATE-OVR DELIMITED BY SIZE
                    ' USED BY RUN-ID ' DELIMITED BY SIZE
                    CTL-RUN-ID DELIMITED BY SPACE
               INTO NEW-CARD
             MOVE NEW-CARD TO DECK-CARD(DATE-OVR-CARD)
             SET DECK-CHANGED TO TRUE
           END-IF.
           EXIT.

         QUIET-LATER-RUN-DATE.
           IF (DECK-IDX IS NOT = RUN-DATE-CARD)
             MOVE SPACES TO CTL-KEYWORD
             UNSTRING DECK-CARD(DECK-IDX)
               DELIMITED BY ALL SPACES
               INTO CTL-KEYWORD
             IF (CTL-KEYWORD = 'RUN-DATE')
               MOVE DECK-CARD(DECK-IDX) TO NEW-CARD
               MOVE SPACES TO DECK-CARD(DECK-IDX)
               STRING '*' DELIMITED BY SIZE
                      NEW-CARD DELIMITED BY SIZE
                 INTO DECK-CARD(DECK-IDX)
               SET DECK-CHANGED TO TRUE
             END-IF
           END-IF.
           EXIT.

      * The deck goes back card for card, and is read back to show
      * every card landed.
         WRITE-CONTROL-DECK.
           OPEN OUTPUT CONTROL-CARDS.
           PERFORM WRITE-ONE-DECK-CARD VARYING DECK-IDX FROM 1 BY 1
             UNTIL DECK-IDX > DECK-COUNT.
           CLOSE CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS.
           PERFORM READ-CONTROL-RECORD.
           PERFORM COUNT-ONE-DECK-CARD UNTIL CONTROL-CARDS-EOF.
           CLOSE CONTROL-CARDS.
           IF (DECK-REREAD IS NOT = DECK-COUNT)
             DISPLAY 'CHAIN.CTL READ BACK ' DECK-REREAD ' CARDS OF '
               DECK-COUNT ' -- CHECK IT BEFORE THE CHAIN RUNS.'
             MOVE 16 TO RETURN-CODE
           ELSE
             DISPLAY 'CHAIN.CTL REWRITTEN WITH THE RUN-DATE CARD.'
           END-IF.
           EXIT.

         WRITE-ONE-DECK-CARD.
           MOVE DECK-CARD(DECK-IDX) TO CONTROL-REC.
           WRITE CONTROL-REC.
           EXIT.

         COUNT-ONE-DECK-CARD.
           ADD 1 TO DECK-REREAD.
           PERFORM READ-CONTROL-RECORD.
           EXIT.
