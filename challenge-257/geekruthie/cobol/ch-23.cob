      * Perl/Raku Weekly Challenge Week 257, control-card check step
      *
      * GnuCOBOL, v 3.2-rc2.0
      *
      * Compile and execute with: $ cobc -xj ch-23.cob
      *
      * This program checks the chain's shared control-card file
      * 'chain.ctl' before any step of the chain runs. Every step
      * reads the deck through its own APPLY-CONTROL-CARD and
      * passes over whatever it does not recognize, so a mistyped
      * RUN-DATE, a misspelled CH2-DATA or a REPLAY run with no
      * replay file used to surface hours into the night. This
      * step reads the whole deck once and flags:
      *  - keywords no program reads, and cards that start with a
      *    space (every step takes those as a blank keyword);
      *  - the same keyword twice with different values (the steps
      *    quietly take the last one);
      *  - dates that are not eight digits or not a real date;
      *  - CH1-MODE other than REPLAY or RANDOM, CH2-MODE other
      *    than FRESH or RESUME, DUP-MODE other than FLAG or SKIP,
      *    and a SOL-TOL PRC-257-20 would refuse;
      *  - an SLA-RUNS, SLA-PCT or SLA-MIN that is not a whole
      *    number in its range, and an SLA-TIME that is not an
      *    HHMM time of day;
      *  - run-ids past eight characters, file names past forty,
      *    and a second value on a card (only the first is read);
      *  - a CH1-IN replay file that is not there, when CH1-MODE
      *    is REPLAY or a CH1-IN card names the file outright;
      *  - a business calendar that is not there, under the name
      *    on the CALENDAR card or its default 'chain.cal', since
      *    PRC-257-28 will not roll the date without it.
      * It then lists what each step of the chain will use -- the
      * card it takes each setting from, or its default -- and
      * notes where a step reads a fixed file name a card has
      * renamed for the other steps. Any error ends the step with
      * return code 16, and the chain driver does not start.
      *
      * This code has the following brewed-in limitations:
      *  - The keyword table here has to follow the chain: a new
      *    card in any program's APPLY-CONTROL-CARD means a new
      *    KEYWORD-TABLE entry, or this step calls it unknown.
      *  - At most 999 cards are numbered in the listing.
      *  - Dates before 1900 are taken as mistyped.
      *  - Output files are not checked; the steps create them.
      *
      * Modification History:
      *  - Written so a bad control deck stops the chain before the
      *    first step instead of somewhere in the middle of it.
      *  - Knows the CALENDAR and DATE-OVR cards PRC-257-28 reads
      *    when it rolls the business date ahead of the chain, and
      *    checks that the calendar it names is there.
      *  - Knows the SLA-RUNS, SLA-PCT, SLA-MIN and SLA-TIME cards
      *    of PRC-257-29's batch-window report: whole numbers
      *    checked against the range the report accepts, and a
      *    time of day.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-23.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARDS
           ASSIGN TO 'chain.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-CARDS-STATUS.

           SELECT PROBE-FILE
           ASSIGN USING PROBE-NAME
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PROBE-STATUS.

       DATA DIVISION.
         FILE SECTION.
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         FD PROBE-FILE.
         01 PROBE-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 CONTROL-CARDS-STATUS PIC X(2).
           88 CONTROL-CARDS-FOUND VALUE '00'.
           88 CONTROL-CARDS-EOF VALUE '10'.
         01 PROBE-STATUS PIC X(2).
           88 PROBE-FOUND VALUE '00'.
         01 PROBE-NAME PIC X(41).
      * The keyword is taken wider than any program takes it, so a
      * keyword with extra characters on the end shows up here as
      * unknown instead of matching on its first eight.
         01 CARD-KEYWORD PIC X(12).
         01 CARD-VALUE PIC X(41).
         01 CARD-EXTRA PIC X(40).
         01 CARD-COUNT PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 CARD-NUM-EDIT PIC ZZ9.
         01 ERROR-COUNT PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 NOTE-COUNT PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 MESSAGE-TEXT PIC X(70).
      * Every card a chain program reads: keyword, kind of value
      * (I run-id, D date, F file name, M mode, T tolerance, N
      * whole number, C time of day HHMM or NONE), the value the
      * programs take without a card, and for a mode the two
      * values allowed, or for a whole number its lowest and
      * highest value, six digits each.
         01 KEYWORD-TABLE.
           03 FILLER PIC X(25) VALUE 'RUN-ID    ICHAINRUN      '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'RUN-DATE  DSYSTEM DATE   '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'AUDIT     Fchain.aud     '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'CH1-IN    Fch-1.dat      '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'CH1-OUT   Fch-1.out      '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'CH1-MODE  MAUTO          '.
           03 FILLER PIC X(12) VALUE 'REPLAYRANDOM'.
           03 FILLER PIC X(25) VALUE 'CH2-DATA  Fch-2.dat      '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'CH2-RPT   Fch-2.rpt      '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'CH2-REJ   Fch-2.rej      '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'CH2-HIST  Fch-2.hist     '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'CH2-CKPT  Fch-2.ckpt     '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'CH2-MODE  MRESUME        '.
           03 FILLER PIC X(12) VALUE 'FRESH RESUME'.
           03 FILLER PIC X(25) VALUE 'CH2-INV   Fch-2.inv      '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'DUP-MODE  MFLAG          '.
           03 FILLER PIC X(12) VALUE 'FLAG  SKIP  '.
           03 FILLER PIC X(25) VALUE 'SOL-TOL   T0.0100        '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'RSB-ID    IRESUBRUN      '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'RSB-OUT   Fch-2.rsb      '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'RSB-CUTOFFDRUN-DATE      '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'ARC-DATE  DNONE          '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'CALENDAR  Fchain.cal     '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'DATE-OVR  DNONE          '.
           03 FILLER PIC X(12) VALUE SPACES.
           03 FILLER PIC X(25) VALUE 'SLA-RUNS  N5             '.
           03 FILLER PIC X(12) VALUE '000001000099'.
           03 FILLER PIC X(25) VALUE 'SLA-PCT   N50            '.
           03 FILLER PIC X(12) VALUE '000001000999'.
           03 FILLER PIC X(25) VALUE 'SLA-MIN   N0             '.
           03 FILLER PIC X(12) VALUE '000000099999'.
           03 FILLER PIC X(25) VALUE 'SLA-TIME  CNONE          '.
           03 FILLER PIC X(12) VALUE SPACES.
         01 FILLER REDEFINES KEYWORD-TABLE.
           03 KEYWORD-ENTRY OCCURS 25 TIMES.
             05 KW-NAME PIC X(10).
             05 KW-TYPE PIC X(1).
               88 KW-RUN-ID VALUE 'I'.
               88 KW-DATE VALUE 'D'.
               88 KW-FILE VALUE 'F'.
               88 KW-MODE VALUE 'M'.
               88 KW-TOLERANCE VALUE 'T'.
               88 KW-COUNT VALUE 'N'.
               88 KW-CLOCK VALUE 'C'.
             05 KW-DEFAULT PIC X(14).
             05 KW-ALLOW-1 PIC X(6).
             05 KW-ALLOW-2 PIC X(6).
         01 KEYWORD-COUNT PIC 9(2) USAGE IS COMP VALUE 25.
      * What the deck actually says for each keyword: the number
      * of the last card that set it (zero for none) and its value.
         01 KEYWORD-SETTINGS.
           03 KEYWORD-SETTING OCCURS 25 TIMES.
             05 KS-CARD PIC 9(4) USAGE IS COMP VALUE ZERO.
             05 KS-VALUE PIC X(41) VALUE SPACES.
         01 KW-IDX PIC 9(2) USAGE IS COMP.
         01 SCAN-IDX PIC 9(2) USAGE IS COMP.
         01 LOOKUP-NAME PIC X(12).
         01 FILLER PIC X(1) VALUE 'N'.
           88 KEYWORD-NOT-FOUND VALUE 'N'.
           88 KEYWORD-FOUND VALUE 'Y'.
         01 RESOLVED-VALUE PIC X(41).
         01 RESOLVED-SOURCE PIC X(10).
      * What each chain step reads, in chain order: a keyword it
      * takes from the deck, or a file name fixed in the program.
      * RUN-ID and RUN-DATE are read by every step and are listed
      * once, ahead of the steps.
         01 STEP-USE-TABLE.
           03 FILLER PIC X(30) VALUE 'PRC-257-28CALENDAR            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-28DATE-OVR            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-28          chain.sts '.
           03 FILLER PIC X(30) VALUE 'PRC-257-1 CH1-MODE            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-1 CH1-IN              '.
           03 FILLER PIC X(30) VALUE 'PRC-257-1 CH1-OUT             '.
           03 FILLER PIC X(30) VALUE 'PRC-257-1 AUDIT               '.
           03 FILLER PIC X(30) VALUE 'PRC-257-17CH1-OUT             '.
           03 FILLER PIC X(30) VALUE 'PRC-257-17          ch-1.mst  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-3 CH1-OUT             '.
           03 FILLER PIC X(30) VALUE 'PRC-257-3 CH2-DATA            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-3 AUDIT               '.
           03 FILLER PIC X(30) VALUE 'PRC-257-2 CH2-MODE            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-2 CH2-DATA            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-2 CH2-RPT             '.
           03 FILLER PIC X(30) VALUE 'PRC-257-2 CH2-REJ             '.
           03 FILLER PIC X(30) VALUE 'PRC-257-2 CH2-HIST            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-2 CH2-CKPT            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-2 AUDIT               '.
           03 FILLER PIC X(30) VALUE 'PRC-257-4           ch-2.dat  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-4           ch-2.red  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-10          ch-2.dat  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-10          ch-2.red  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-15          ch-2.red  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-15          ch-2.sol  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-20SOL-TOL             '.
           03 FILLER PIC X(30) VALUE 'PRC-257-20          ch-2.dat  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-20          ch-2.sol  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-20          ch-2.vfy  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-21CH2-DATA            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-21CH2-INV             '.
           03 FILLER PIC X(30) VALUE 'PRC-257-21AUDIT               '.
           03 FILLER PIC X(30) VALUE 'PRC-257-6 DUP-MODE            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-6           ch-2.dat  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-6           ch-2.mst  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-6           ch-2.skp  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-13          ch-2.hist '.
           03 FILLER PIC X(30) VALUE 'PRC-257-13          ch-2.mst  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-13          ch-2.skp  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-9 AUDIT               '.
           03 FILLER PIC X(30) VALUE 'PRC-257-29SLA-RUNS            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-29SLA-PCT             '.
           03 FILLER PIC X(30) VALUE 'PRC-257-29SLA-MIN             '.
           03 FILLER PIC X(30) VALUE 'PRC-257-29SLA-TIME            '.
           03 FILLER PIC X(30) VALUE 'PRC-257-29          chain.sts '.
           03 FILLER PIC X(30) VALUE 'PRC-257-29          chain.sla '.
           03 FILLER PIC X(30) VALUE 'PRC-257-19AUDIT               '.
           03 FILLER PIC X(30) VALUE 'PRC-257-19          ch-2.rej  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-19          ch-2.ckpt '.
           03 FILLER PIC X(30) VALUE 'PRC-257-19          ch-2.hist '.
           03 FILLER PIC X(30) VALUE 'PRC-257-19          ch-2.vfy  '.
           03 FILLER PIC X(30) VALUE 'PRC-257-19          chain.sla '.
         01 FILLER REDEFINES STEP-USE-TABLE.
           03 STEP-USE OCCURS 52 TIMES.
             05 SU-STEP PIC X(10).
             05 SU-KEYWORD PIC X(10).
             05 SU-FIXED-FILE PIC X(10).
         01 STEP-USE-COUNT PIC 9(2) USAGE IS COMP VALUE 52.
         01 USE-IDX PIC 9(2) USAGE IS COMP.
         01 LAST-STEP PIC X(10).
      * Date checking: the days in each month, February taken as
      * 28 until the year says otherwise.
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
      * Tolerance checking, exactly as PRC-257-20 takes the card.
         01 VALIDATE-TXT PIC X(12).
         01 VALIDATE-IDX PIC 9(2) USAGE IS COMP.
         01 VALIDATE-CHAR PIC X(1).
         01 VAL-CHECK PIC 9(4) USAGE IS COMP.
         01 TOLERANCE-CHECK PIC S9(3)V9(6) USAGE IS COMP-3.
         01 TOLERANCE-MAX PIC S9(3)V9(6) USAGE IS COMP-3
           VALUE 999.999999.
         01 FILLER PIC X(1) VALUE 'N'.
           88 TOKEN-FORMAT-BAD VALUE 'Y'.
           88 TOKEN-FORMAT-OK VALUE 'N'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 TOKEN-IN-TRAILING-SPACE VALUE 'Y'.
           88 TOKEN-NOT-IN-TRAILING-SPACE VALUE 'N'.
         01 FILLER PIC X(1) VALUE 'N'.
           88 DECIMAL-POINT-SEEN VALUE 'Y'.
           88 DECIMAL-POINT-NOT-SEEN VALUE 'N'.
      * Whole-number and time-of-day checking, as PRC-257-29
      * takes its SLA cards.
         01 COUNT-LEN PIC 9(2) USAGE IS COMP.
         01 COUNT-VALUE PIC 9(6).
         01 COUNT-LOW PIC 9(6).
         01 COUNT-HIGH PIC 9(6).
         01 COUNT-EDIT PIC Z(5)9.
         01 EDIT-LEAD PIC 9(2) USAGE IS COMP.
         01 LOW-TEXT PIC X(6).
         01 HIGH-TEXT PIC X(6).
         01 CLOCK-TXT PIC X(4).
         01 FILLER REDEFINES CLOCK-TXT.
           03 CLOCK-HH PIC 9(2).
           03 CLOCK-MM PIC 9(2).
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.

       PROCEDURE DIVISION.
           DISPLAY HEADER-LINE.
           DISPLAY 'CHAIN.CTL CHECK BEFORE THE CHAIN STARTS'.
           DISPLAY HEADER-LINE.
           PERFORM READ-CONTROL-CARDS.
           PERFORM CHECK-REPLAY-INPUT.
           PERFORM CHECK-CALENDAR-INPUT.
           PERFORM CHECK-RUN-DATE-CARD.
           PERFORM LIST-STEP-USAGE.
           DISPLAY HEADER-LINE.
           DISPLAY 'CARDS READ:  ' CARD-COUNT.
           DISPLAY 'ERRORS:      ' ERROR-COUNT.
           DISPLAY 'NOTES:       ' NOTE-COUNT.
           IF (ERROR-COUNT IS ZERO)
             DISPLAY 'CHAIN.CTL CHECKS CLEAN.'
             MOVE ZERO TO RETURN-CODE
           ELSE
             DISPLAY 'CHAIN.CTL HAS ERRORS -- THE CHAIN WILL NOT '
               'START.'
             MOVE 16 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * No deck at all is not an error: every step then runs on
      * its defaults, which the listing shows.
         READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS.
           IF (CONTROL-CARDS-FOUND)
             PERFORM READ-CONTROL-RECORD
             PERFORM CHECK-ONE-CARD UNTIL CONTROL-CARDS-EOF
           ELSE
             DISPLAY 'NO CHAIN.CTL -- EVERY STEP RUNS ON ITS '
               'DEFAULTS.'
           END-IF.
           CLOSE CONTROL-CARDS.
           EXIT.

         READ-CONTROL-RECORD.
           READ CONTROL-CARDS
             AT END
               CONTINUE
           END-READ.
           EXIT.

      * Every card is listed with its number, and anything wrong
      * with it is flagged right under it. Blank and '*' cards are
      * counted but not listed.
         CHECK-ONE-CARD.
           ADD 1 TO CARD-COUNT.
           MOVE SPACES TO CARD-KEYWORD.
           MOVE SPACES TO CARD-VALUE.
           MOVE SPACES TO CARD-EXTRA.
           UNSTRING CONTROL-REC
             DELIMITED BY ALL SPACES
             INTO CARD-KEYWORD
                  CARD-VALUE
                  CARD-EXTRA.
           IF (CONTROL-REC = SPACES) OR (CONTROL-REC(1:1) = '*')
             CONTINUE
           ELSE
             MOVE CARD-COUNT TO CARD-NUM-EDIT
             DISPLAY 'CARD ' CARD-NUM-EDIT ': ' CONTROL-REC
             IF (CONTROL-REC(1:1) = SPACE)
               MOVE 'CARD STARTS WITH A SPACE -- NO STEP READS IT'
                 TO MESSAGE-TEXT
               PERFORM FLAG-ERROR
             ELSE
               MOVE CARD-KEYWORD TO LOOKUP-NAME
               PERFORM FIND-KEYWORD
               IF (KEYWORD-NOT-FOUND)
                 MOVE 'UNKNOWN KEYWORD -- NO STEP READS IT'
                   TO MESSAGE-TEXT
                 PERFORM FLAG-ERROR
               ELSE
                 PERFORM CHECK-CARD-VALUE
                 PERFORM RECORD-CARD-SETTING
               END-IF
             END-IF
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           EXIT.

         FIND-KEYWORD.
           SET KEYWORD-NOT-FOUND TO TRUE.
           PERFORM MATCH-ONE-KEYWORD VARYING SCAN-IDX FROM 1 BY 1
             UNTIL SCAN-IDX > KEYWORD-COUNT OR KEYWORD-FOUND.
           EXIT.

         MATCH-ONE-KEYWORD.
           IF (KW-NAME(SCAN-IDX) = LOOKUP-NAME)
             MOVE SCAN-IDX TO KW-IDX
             SET KEYWORD-FOUND TO TRUE
           END-IF.
           EXIT.

      * The value is checked for its kind of keyword; a second
      * value on the card is an error for every kind, since no
      * step ever reads past the first.
         CHECK-CARD-VALUE.
           IF (CARD-VALUE = SPACES)
             MOVE 'NO VALUE ON THE CARD' TO MESSAGE-TEXT
             PERFORM FLAG-ERROR
           ELSE
             IF (CARD-EXTRA IS NOT = SPACES)
               MOVE 'MORE THAN ONE VALUE -- ONLY THE FIRST IS READ'
                 TO MESSAGE-TEXT
               PERFORM FLAG-ERROR
             END-IF
             IF (KW-RUN-ID(KW-IDX))
               IF (CARD-VALUE(9:) IS NOT = SPACES)
                 MOVE 'RUN-ID LONGER THAN EIGHT CHARACTERS'
                   TO MESSAGE-TEXT
                 PERFORM FLAG-ERROR
               END-IF
             END-IF
             IF (KW-DATE(KW-IDX))
               PERFORM CHECK-CARD-DATE
             END-IF
             IF (KW-FILE(KW-IDX))
               IF (CARD-VALUE(41:1) IS NOT = SPACE)
                 MOVE 'FILE NAME LONGER THAN FORTY CHARACTERS'
                   TO MESSAGE-TEXT
                 PERFORM FLAG-ERROR
               END-IF
             END-IF
             IF (KW-MODE(KW-IDX))
               IF (CARD-VALUE IS NOT = KW-ALLOW-1(KW-IDX))
                  AND (CARD-VALUE IS NOT = KW-ALLOW-2(KW-IDX))
                 MOVE SPACES TO MESSAGE-TEXT
                 STRING KW-NAME(KW-IDX) DELIMITED BY SPACE
                        ' MUST BE ' DELIMITED BY SIZE
                        KW-ALLOW-1(KW-IDX) DELIMITED BY SPACE
                        ' OR ' DELIMITED BY SIZE
                        KW-ALLOW-2(KW-IDX) DELIMITED BY SPACE
                   INTO MESSAGE-TEXT
                 PERFORM FLAG-ERROR
               END-IF
             END-IF
             IF (KW-TOLERANCE(KW-IDX))
               PERFORM CHECK-CARD-TOLERANCE
             END-IF
             IF (KW-COUNT(KW-IDX))
               PERFORM CHECK-CARD-COUNT
             END-IF
             IF (KW-CLOCK(KW-IDX))
               PERFORM CHECK-CARD-CLOCK
             END-IF
           END-IF.
           EXIT.

      * A keyword seen again with the same value is harmless and
      * only noted; with a different value it is an error, since
      * the steps would take the later card without a word. The
      * later card is the one the listing shows, as the steps
      * would use it.
         RECORD-CARD-SETTING.
           IF (KS-CARD(KW-IDX) IS NOT ZERO)
             MOVE KS-CARD(KW-IDX) TO CARD-NUM-EDIT
             IF (KS-VALUE(KW-IDX) = CARD-VALUE)
               MOVE SPACES TO MESSAGE-TEXT
               STRING 'REPEATS CARD ' DELIMITED BY SIZE
                      CARD-NUM-EDIT DELIMITED BY SIZE
                 INTO MESSAGE-TEXT
               PERFORM FLAG-NOTE
             ELSE
               MOVE SPACES TO MESSAGE-TEXT
               STRING 'CONFLICTS WITH CARD ' DELIMITED BY SIZE
                      CARD-NUM-EDIT DELIMITED BY SIZE
                      ': ' DELIMITED BY SIZE
                      KS-VALUE(KW-IDX) DELIMITED BY SPACE
                 INTO MESSAGE-TEXT
               PERFORM FLAG-ERROR
             END-IF
           END-IF.
           MOVE CARD-COUNT TO KS-CARD(KW-IDX).
           MOVE CARD-VALUE TO KS-VALUE(KW-IDX).
           EXIT.

      * An eight-digit date that is also a real one: month 1-12,
      * day within the month, February 29 only in a leap year.
         CHECK-CARD-DATE.
           MOVE CARD-VALUE(1:8) TO DATE-TXT.
           IF (CARD-VALUE(9:) IS NOT = SPACES)
              OR (DATE-TXT IS NOT NUMERIC)
             MOVE 'NOT AN EIGHT-DIGIT YYYYMMDD DATE' TO MESSAGE-TEXT
             PERFORM FLAG-ERROR
           ELSE
             IF (DATE-YYYY < 1900) OR (DATE-MM < 1)
                OR (DATE-MM > 12) OR (DATE-DD < 1)
               MOVE 'NOT A REAL DATE' TO MESSAGE-TEXT
               PERFORM FLAG-ERROR
             ELSE
               MOVE MONTH-DAYS(DATE-MM) TO DAYS-IN-MONTH
               IF (DATE-MM = 2)
                 PERFORM ALLOW-LEAP-DAY
               END-IF
               IF (DATE-DD > DAYS-IN-MONTH)
                 MOVE 'NOT A REAL DATE' TO MESSAGE-TEXT
                 PERFORM FLAG-ERROR
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

      * The same test PRC-257-20 puts its SOL-TOL card through: a
      * plain decimal, not negative, not zero, at most 999.999999.
         CHECK-CARD-TOLERANCE.
           MOVE CARD-VALUE TO VALIDATE-TXT.
           PERFORM CHECK-DECIMAL-FORMAT.
           IF (CARD-VALUE(13:) IS NOT = SPACES)
              OR (TOKEN-FORMAT-BAD) OR (VALIDATE-TXT(1:1) = '-')
             MOVE 'SOL-TOL MUST BE A DECIMAL ABOVE ZERO'
               TO MESSAGE-TEXT
             PERFORM FLAG-ERROR
           ELSE
             MOVE FUNCTION TEST-NUMVAL(VALIDATE-TXT) TO VAL-CHECK
             IF (VAL-CHECK IS NOT ZERO)
               MOVE 'SOL-TOL MUST BE A DECIMAL ABOVE ZERO'
                 TO MESSAGE-TEXT
               PERFORM FLAG-ERROR
             ELSE
               IF (FUNCTION NUMVAL(VALIDATE-TXT) > TOLERANCE-MAX)
                 MOVE 'SOL-TOL IS PAST 999.999999' TO MESSAGE-TEXT
                 PERFORM FLAG-ERROR
               ELSE
                 MOVE FUNCTION NUMVAL(VALIDATE-TXT)
                   TO TOLERANCE-CHECK
                 IF (TOLERANCE-CHECK IS ZERO)
                   MOVE 'SOL-TOL MUST BE A DECIMAL ABOVE ZERO'
                     TO MESSAGE-TEXT
                   PERFORM FLAG-ERROR
                 END-IF
               END-IF
             END-IF
           END-IF.
           EXIT.

      * A whole number is digits only -- no sign, no point -- at
      * most six of them, from the lowest to the highest value the
      * keyword's table entry carries where a mode keeps its
      * allowed values.
         CHECK-CARD-COUNT.
           MOVE ZERO TO COUNT-LEN.
           INSPECT CARD-VALUE TALLYING COUNT-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
           MOVE KW-ALLOW-1(KW-IDX) TO COUNT-LOW.
           MOVE KW-ALLOW-2(KW-IDX) TO COUNT-HIGH.
           IF (COUNT-LEN > 6)
              OR (CARD-VALUE(1:COUNT-LEN) IS NOT NUMERIC)
             MOVE SPACES TO MESSAGE-TEXT
             STRING KW-NAME(KW-IDX) DELIMITED BY SPACE
                    ' MUST BE A WHOLE NUMBER' DELIMITED BY SIZE
               INTO MESSAGE-TEXT
             PERFORM FLAG-ERROR
           ELSE
             MOVE CARD-VALUE(1:COUNT-LEN) TO COUNT-VALUE
             IF (COUNT-VALUE < COUNT-LOW)
                OR (COUNT-VALUE > COUNT-HIGH)
               MOVE COUNT-LOW TO COUNT-EDIT
               PERFORM TRIM-COUNT-EDIT
               MOVE COUNT-EDIT(EDIT-LEAD + 1:) TO LOW-TEXT
               MOVE COUNT-HIGH TO COUNT-EDIT
               PERFORM TRIM-COUNT-EDIT
               MOVE COUNT-EDIT(EDIT-LEAD + 1:) TO HIGH-TEXT
               MOVE SPACES TO MESSAGE-TEXT
               STRING KW-NAME(KW-IDX) DELIMITED BY SPACE
                      ' MUST BE FROM ' DELIMITED BY SIZE
                      LOW-TEXT DELIMITED BY SPACE
                      ' TO ' DELIMITED BY SIZE
                      HIGH-TEXT DELIMITED BY SPACE
                 INTO MESSAGE-TEXT
               PERFORM FLAG-ERROR
             END-IF
           END-IF.
           EXIT.

         TRIM-COUNT-EDIT.
           MOVE ZERO TO EDIT-LEAD.
           INSPECT COUNT-EDIT TALLYING EDIT-LEAD
             FOR LEADING SPACES.
           EXIT.

      * A time of day is four digits, HHMM on the 24-hour clock;
      * NONE leaves the check off.
         CHECK-CARD-CLOCK.
           IF (CARD-VALUE IS NOT = 'NONE')
             MOVE CARD-VALUE(1:4) TO CLOCK-TXT
             IF (CARD-VALUE(5:) IS NOT = SPACES)
                OR (CLOCK-TXT IS NOT NUMERIC)
               MOVE SPACES TO MESSAGE-TEXT
               STRING KW-NAME(KW-IDX) DELIMITED BY SPACE
                      ' MUST BE AN HHMM TIME OF DAY OR NONE'
                        DELIMITED BY SIZE
                 INTO MESSAGE-TEXT
               PERFORM FLAG-ERROR
             ELSE
               IF (CLOCK-HH > 23) OR (CLOCK-MM > 59)
                 MOVE 'NOT A REAL TIME OF DAY' TO MESSAGE-TEXT
                 PERFORM FLAG-ERROR
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

      * PRC-257-1 insists on its replay file under CH1-MODE REPLAY;
      * with no mode card it falls back to random arrays when the
      * file is missing, which is never what a deck that names the
      * file on a CH1-IN card meant. RANDOM ignores the file.
         CHECK-REPLAY-INPUT.
           MOVE 'CH1-MODE' TO LOOKUP-NAME.
           PERFORM RESOLVE-KEYWORD.
           IF (RESOLVED-VALUE IS NOT = 'RANDOM')
             MOVE 'CH1-IN' TO LOOKUP-NAME
             PERFORM FIND-KEYWORD
             IF (RESOLVED-VALUE = 'REPLAY')
                OR (KS-CARD(KW-IDX) IS NOT ZERO)
               PERFORM RESOLVE-KEYWORD
               MOVE RESOLVED-VALUE TO PROBE-NAME
               OPEN INPUT PROBE-FILE
               IF (PROBE-FOUND)
                 CLOSE PROBE-FILE
               ELSE
                 DISPLAY 'CH1-IN ' RESOLVED-VALUE
                 MOVE 'REPLAY FILE NOT FOUND FOR PRC-257-1'
                   TO MESSAGE-TEXT
                 PERFORM FLAG-ERROR
               END-IF
             END-IF
           END-IF.
           EXIT.

      * PRC-257-28 reads the business calendar on every run, card
      * or no card, and refuses to roll the date without it -- the
      * first step of the chain -- so a missing calendar is caught
      * here instead.
         CHECK-CALENDAR-INPUT.
           MOVE 'CALENDAR' TO LOOKUP-NAME.
           PERFORM RESOLVE-KEYWORD.
           MOVE RESOLVED-VALUE TO PROBE-NAME.
           OPEN INPUT PROBE-FILE.
           IF (PROBE-FOUND)
             CLOSE PROBE-FILE
           ELSE
             DISPLAY 'CALENDAR ' RESOLVED-VALUE
             MOVE 'BUSINESS CALENDAR NOT FOUND FOR PRC-257-28'
               TO MESSAGE-TEXT
             PERFORM FLAG-ERROR
           END-IF.
           EXIT.

         CHECK-RUN-DATE-CARD.
           MOVE 'RUN-DATE' TO LOOKUP-NAME.
           PERFORM FIND-KEYWORD.
           IF (KS-CARD(KW-IDX) IS ZERO)
             MOVE 'NO RUN-DATE CARD -- EACH STEP TAKES THE SYSTEM DATE'
               TO MESSAGE-TEXT
             PERFORM FLAG-NOTE
           END-IF.
           EXIT.

      * The value a step will take for a keyword: the last card
      * that set it, or the program default.
         RESOLVE-KEYWORD.
           PERFORM FIND-KEYWORD.
           IF (KS-CARD(KW-IDX) IS ZERO)
             MOVE KW-DEFAULT(KW-IDX) TO RESOLVED-VALUE
             MOVE '(DEFAULT)' TO RESOLVED-SOURCE
           ELSE
             MOVE KS-VALUE(KW-IDX) TO RESOLVED-VALUE
             MOVE KS-CARD(KW-IDX) TO CARD-NUM-EDIT
             MOVE SPACES TO RESOLVED-SOURCE
             STRING '(CARD ' DELIMITED BY SIZE
                    CARD-NUM-EDIT DELIMITED BY SIZE
                    ')' DELIMITED BY SIZE
               INTO RESOLVED-SOURCE
           END-IF.
           EXIT.

         LIST-STEP-USAGE.
           DISPLAY HEADER-LINE.
           DISPLAY 'WHAT EACH STEP WILL USE:'.
           DISPLAY '  EVERY STEP'.
           MOVE 'RUN-ID' TO LOOKUP-NAME.
           PERFORM LIST-ONE-KEYWORD.
           MOVE 'RUN-DATE' TO LOOKUP-NAME.
           PERFORM LIST-ONE-KEYWORD.
           MOVE SPACES TO LAST-STEP.
           PERFORM LIST-ONE-USE VARYING USE-IDX FROM 1 BY 1
             UNTIL USE-IDX > STEP-USE-COUNT.
           EXIT.

         LIST-ONE-USE.
           IF (SU-STEP(USE-IDX) IS NOT = LAST-STEP)
             MOVE SU-STEP(USE-IDX) TO LAST-STEP
             DISPLAY '  ' SU-STEP(USE-IDX)
           END-IF.
           IF (SU-KEYWORD(USE-IDX) = SPACES)
             DISPLAY '    (FIXED)    ' SU-FIXED-FILE(USE-IDX)
             PERFORM NOTE-RENAMED-FILE VARYING SCAN-IDX
               FROM 1 BY 1
               UNTIL SCAN-IDX > KEYWORD-COUNT
           ELSE
             MOVE SU-KEYWORD(USE-IDX) TO LOOKUP-NAME
             PERFORM LIST-ONE-KEYWORD
           END-IF.
           EXIT.

         LIST-ONE-KEYWORD.
           PERFORM RESOLVE-KEYWORD.
           DISPLAY '    ' KW-NAME(KW-IDX) ' ' RESOLVED-SOURCE ' '
             RESOLVED-VALUE.
           EXIT.

      * A step with a fixed file name does not follow a card that
      * renames the same file for the other steps; say so, since
      * the two will not be reading the same thing.
         NOTE-RENAMED-FILE.
           IF (KW-FILE(SCAN-IDX))
              AND (KW-DEFAULT(SCAN-IDX) = SU-FIXED-FILE(USE-IDX))
              AND (KS-CARD(SCAN-IDX) IS NOT ZERO)
              AND (KS-VALUE(SCAN-IDX)
                   IS NOT = SU-FIXED-FILE(USE-IDX))
             MOVE SPACES TO MESSAGE-TEXT
             STRING KW-NAME(SCAN-IDX) DELIMITED BY SPACE
                    ' NAMES ' DELIMITED BY SIZE
                    KS-VALUE(SCAN-IDX) DELIMITED BY SPACE
                    ', BUT THIS STEP READS ' DELIMITED BY SIZE
                    SU-FIXED-FILE(USE-IDX) DELIMITED BY SPACE
               INTO MESSAGE-TEXT
             PERFORM FLAG-NOTE
           END-IF.
           EXIT.

         FLAG-ERROR.
           DISPLAY '    *** ' MESSAGE-TEXT.
           ADD 1 TO ERROR-COUNT.
           EXIT.

         FLAG-NOTE.
           DISPLAY '    NOTE: ' MESSAGE-TEXT.
           ADD 1 TO NOTE-COUNT.
           EXIT.
