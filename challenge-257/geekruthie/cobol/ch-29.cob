      * Perl/Raku Weekly Challenge Week 257, batch window report step
      *
      * GnuCOBOL, v 3.2-rc2.0
      *
      * Compile and execute with: $ cobc -xj ch-29.cob
      *
      * This program times the night's chain against the batch
      * window. Every chain step posts its finish to 'chain.sts'
      * -- DONE, or WARN for a step that ended with return code 8
      * and let the chain run on -- with the system date and time
      * it started and ended, so when the chain runs into the
      * morning the question "which step got slower, and since
      * when" has an answer on file. For the current run-id this
      * report lists each step's elapsed time next to its average
      * over the last runs that timed it, and flags:
      *  - a step that ran more than SLA-PCT percent over its
      *    average (and, when an SLA-MIN floor is set, at least
      *    SLA-MIN seconds over it);
      *  - the whole chain, when it finished after the SLA-TIME
      *    time of day -- or has not finished and that time has
      *    passed. The deadline is the first SLA-TIME after the
      *    chain's first step started, so a chain started before
      *    midnight is held to the next morning's time.
      *
      * The cards, from 'chain.ctl' with the rest of the deck:
      *   SLA-RUNS  runs averaged, 1-99 (default 5)
      *   SLA-PCT   percent over average flagged, 1-999 (default 50)
      *   SLA-MIN   seconds over average worth a flag, 0-99999
      *             (default 0, the percentage alone decides); set
      *             it so a two-second step taking three is not a
      *             breach
      *   SLA-TIME  HHMM the chain must be done by (default NONE,
      *             no deadline)
      *
      * The report is also written to 'chain.sla', headed with the
      * run-id, with every breach on a line of its own starting
      * 'BREACH: ', for PRC-257-19's morning exception page. The
      * return code is 8 when anything is flagged, 16 for a card
      * this report cannot use, and zero otherwise.
      *
      * This code has the following brewed-in limitations:
      *  - At most 500 run-ids are kept; past that the oldest by
      *    business date are let go.
      *  - Runs are put in business-date order, so the average is
      *    over the runs dated before this one, not the ones that
      *    happened to be posted before it.
      *  - A completion record without its timestamps -- one
      *    posted before the steps stamped them -- is counted as
      *    complete but untimed, and left out of the averages.
      *  - Elapsed times past 99:59:59 are shown as 99:59:59.
      *
      * Modification History:
      *  - Written so a chain running late can be traced to the
      *    step that slowed down, and a missed batch window shows
      *    up on the morning page.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-29.
       ENVIRONMENT DIVISION.
         INPUT-OUTPUT SECTION.
         FILE-CONTROL.
           SELECT OPTIONAL CONTROL-CARDS
           ASSIGN TO 'chain.ctl'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CONTROL-CARDS-STATUS.

           SELECT OPTIONAL STATUS-FILE
           ASSIGN TO 'chain.sts'
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS STATUS-FILE-STATUS.

           SELECT SLA-OUT
           ASSIGN TO 'chain.sla'
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
         FILE SECTION.
         FD CONTROL-CARDS.
         01 CONTROL-REC PIC X(80).
         FD STATUS-FILE.
         01 STATUS-IN-REC PIC X(80).
         FD SLA-OUT.
         01 SLA-OUT-REC PIC X(80).
         WORKING-STORAGE SECTION.
         01 CONTROL-CARDS-STATUS PIC X(2).
           88 CONTROL-CARDS-FOUND VALUE '00'.
           88 CONTROL-CARDS-EOF VALUE '10'.
         01 STATUS-FILE-STATUS PIC X(2).
           88 STATUS-FILE-FOUND VALUE '00'.
           88 STATUS-FILE-EOF VALUE '10'.
         01 CTL-KEYWORD PIC X(8).
         01 CTL-VALUE PIC X(40).
         01 CTL-RUN-ID PIC X(8) VALUE 'CHAINRUN'.
         01 CTL-RUN-DATE PIC X(8).
         01 FILLER PIC X(1) VALUE 'N'.
           88 RUN-DATE-DEFAULTED VALUE 'N'.
           88 RUN-DATE-FROM-CARD VALUE 'Y'.
      * The SLA cards, with their defaults.
         01 SLA-RUNS PIC 9(2) USAGE IS COMP VALUE 5.
         01 SLA-PCT PIC 9(3) USAGE IS COMP VALUE 50.
         01 SLA-MIN PIC 9(5) USAGE IS COMP VALUE 0.
         01 SLA-TIME-TXT PIC X(4) VALUE 'NONE'.
         01 FILLER REDEFINES SLA-TIME-TXT.
           03 SLA-HH PIC 9(2).
           03 SLA-MM PIC 9(2).
         01 FILLER PIC X(1) VALUE 'N'.
           88 CHAIN-SLA-OFF VALUE 'N'.
           88 CHAIN-SLA-SET VALUE 'Y'.
         01 CARD-ERRORS PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 COUNT-LEN PIC 9(2) USAGE IS COMP.
         01 COUNT-VALUE PIC 9(6).
         01 FILLER PIC X(1) VALUE 'N'.
           88 COUNT-GOOD VALUE 'N'.
           88 COUNT-BAD VALUE 'Y'.
      * The completion record, with the step's start and end.
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
           03 FILLER PIC X(1).
           03 STS-STARTED PIC X(14).
           03 FILLER PIC X(1).
           03 STS-ENDED PIC X(14).
      * The chain steps, in chain order, as PRC-257-14 runs them.
         01 STEP-NAMES.
           03 FILLER PIC X(10) VALUE 'PRC-257-1'.
           03 FILLER PIC X(10) VALUE 'PRC-257-17'.
           03 FILLER PIC X(10) VALUE 'PRC-257-3'.
           03 FILLER PIC X(10) VALUE 'PRC-257-2'.
           03 FILLER PIC X(10) VALUE 'PRC-257-4'.
           03 FILLER PIC X(10) VALUE 'PRC-257-10'.
           03 FILLER PIC X(10) VALUE 'PRC-257-15'.
           03 FILLER PIC X(10) VALUE 'PRC-257-20'.
           03 FILLER PIC X(10) VALUE 'PRC-257-21'.
           03 FILLER PIC X(10) VALUE 'PRC-257-6'.
           03 FILLER PIC X(10) VALUE 'PRC-257-13'.
           03 FILLER PIC X(10) VALUE 'PRC-257-9'.
         01 FILLER REDEFINES STEP-NAMES.
           03 STEP-NAME OCCURS 12 TIMES PIC X(10).
         01 STEP-IDX PIC 9(2) USAGE IS COMP.
         01 STEP-SLOT PIC 9(2) USAGE IS COMP.
      * Every run-id on file, kept in business-date order, with
      * each step's state -- N not posted, U posted without
      * timestamps, T timed -- and its elapsed seconds.
         01 RUN-TABLE.
           03 RUN-ENTRY OCCURS 500 TIMES.
             05 RT-RUN-ID PIC X(8).
             05 RT-RUN-DATE PIC X(8).
             05 RT-STEP OCCURS 12 TIMES.
               07 RT-STATE PIC X(1).
               07 RT-ELAPSED PIC 9(7) USAGE IS COMP.
         01 RUN-COUNT PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 RUN-IDX PIC 9(3) USAGE IS COMP.
         01 RUN-SLOT PIC 9(3) USAGE IS COMP.
         01 PRIOR-SLOT PIC 9(3) USAGE IS COMP.
         01 CURRENT-SLOT PIC 9(3) USAGE IS COMP VALUE ZERO.
         01 DROPPED-RUNS PIC 9(5) USAGE IS COMP VALUE ZERO.
         01 FILLER PIC X(1) VALUE 'N'.
           88 SLOT-NOT-FOUND VALUE 'N'.
           88 SLOT-FOUND VALUE 'Y'.
      * Timestamps: a stamp taken apart, and turned into seconds
      * from a fixed day number so two stamps can be subtracted
      * across midnight or a month end.
         01 STAMP-IN PIC X(14).
         01 FILLER REDEFINES STAMP-IN.
           03 SI-YYYY PIC 9(4).
           03 SI-MM PIC 9(2).
           03 SI-DD PIC 9(2).
           03 SI-HH PIC 9(2).
           03 SI-MI PIC 9(2).
           03 SI-SS PIC 9(2).
         01 FILLER PIC X(1) VALUE 'N'.
           88 STAMP-GOOD VALUE 'N'.
           88 STAMP-BAD VALUE 'Y'.
         01 STAMP-SECONDS PIC 9(12) USAGE IS COMP.
         01 START-SECONDS PIC 9(12) USAGE IS COMP.
         01 END-SECONDS PIC 9(12) USAGE IS COMP.
         01 JD-A PIC 9(2) USAGE IS COMP.
         01 JD-Y PIC 9(5) USAGE IS COMP.
         01 JD-M PIC 9(2) USAGE IS COMP.
         01 JD-T1 PIC 9(5) USAGE IS COMP.
         01 JD-T2 PIC 9(5) USAGE IS COMP.
         01 JD-T3 PIC 9(5) USAGE IS COMP.
         01 JD-T4 PIC 9(5) USAGE IS COMP.
         01 DAY-NUMBER PIC 9(8) USAGE IS COMP.
         01 STEP-STARTED.
           03 STARTED-DATE PIC X(8).
           03 STARTED-TIME PIC X(6).
         01 STAMP-NOW.
           03 STAMP-DATE PIC X(8).
           03 STAMP-TIME PIC X(6).
         01 TIME-NOW PIC X(8).
      * The current run's chain: its first start and, once
      * PRC-257-9 has posted, its finish.
         01 CHAIN-STARTED PIC X(14) VALUE SPACES.
         01 CHAIN-FINISHED PIC X(14) VALUE SPACES.
         01 DEADLINE-SECONDS PIC 9(12) USAGE IS COMP.
         01 CHAIN-SECONDS PIC 9(12) USAGE IS COMP.
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
      * One step judged against its history.
         01 STEP-ELAPSED PIC 9(7) USAGE IS COMP.
         01 AVERAGE-SUM PIC 9(9) USAGE IS COMP.
         01 AVERAGE-RUNS PIC 9(2) USAGE IS COMP.
         01 AVERAGE-SECONDS PIC 9(7) USAGE IS COMP.
         01 LIMIT-SECONDS PIC 9(8) USAGE IS COMP.
         01 OVER-SECONDS PIC 9(7) USAGE IS COMP.
         01 CHANGE-PCT PIC S9(7) USAGE IS COMP.
         01 STEPS-TIMED PIC 9(2) USAGE IS COMP VALUE ZERO.
         01 BREACH-COUNT PIC 9(2) USAGE IS COMP VALUE ZERO.
         01 BREACH-TABLE.
           03 BREACH-LINE OCCURS 13 TIMES PIC X(80).
         01 BREACH-IDX PIC 9(2) USAGE IS COMP.
      * Durations and times as HH:MM:SS.
         01 DURATION-SECONDS PIC 9(12) USAGE IS COMP.
         01 DURATION-REST PIC 9(12) USAGE IS COMP.
         01 DURATION-TEXT.
           03 DT-HH PIC 9(2).
           03 FILLER PIC X(1) VALUE ':'.
           03 DT-MM PIC 9(2).
           03 FILLER PIC X(1) VALUE ':'.
           03 DT-SS PIC 9(2).
         01 ELAPSED-TEXT PIC X(8).
         01 AVERAGE-TEXT PIC X(8).
         01 CLOCK-TEXT.
           03 CK-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 CK-HH PIC X(2).
           03 FILLER PIC X(1) VALUE ':'.
           03 CK-MI PIC X(2).
           03 FILLER PIC X(1) VALUE ':'.
           03 CK-SS PIC X(2).
         01 DEADLINE-TEXT.
           03 DL-DATE PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 DL-HH PIC X(2).
           03 FILLER PIC X(1) VALUE ':'.
           03 DL-MM PIC X(2).
      * The report, a line at a time, to the screen and the file.
         01 REPORT-LINE PIC X(80) VALUE SPACES.
         01 REPORT-HEADER.
           03 FILLER PIC X(15) VALUE 'SLA REPORT RUN '.
           03 RH-RUN-ID PIC X(8).
           03 FILLER PIC X(6) VALUE ' DATE '.
           03 RH-RUN-DATE PIC X(8).
         01 REPORT-TITLE.
           03 FILLER PIC X(12) VALUE 'STEP'.
           03 FILLER PIC X(13) VALUE 'THIS RUN'.
           03 FILLER PIC X(11) VALUE 'AVERAGE'.
           03 FILLER PIC X(6) VALUE 'RUNS'.
           03 FILLER PIC X(7) VALUE ' CHANGE'.
         01 STEP-LINE.
           03 SL-STEP PIC X(10).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-ELAPSED PIC X(12).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SL-AVERAGE PIC X(10).
           03 FILLER PIC X(1) VALUE SPACE.
           03 SL-RUNS PIC X(4).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-CHANGE.
             05 FILLER PIC X(1).
             05 SL-CHANGE-NUM PIC ++++9.
             05 SL-CHANGE-SIGN PIC X(1).
           03 FILLER PIC X(2) VALUE SPACES.
           03 SL-FLAG PIC X(20).
         01 RUNS-EDIT PIC ZZZ9.
         01 COUNT-EDIT PIC ZZZ9.
         01 SETTING-EDIT PIC Z(4)9.
         01 CHANGE-EDIT PIC ++++9.
         01 EDIT-LEAD PIC 9(2) USAGE IS COMP.
         01 HEADER-LINE PIC X(40) VALUE ALL '-'.

       PROCEDURE DIVISION.
           PERFORM READ-CONTROL-CARDS.
           IF (RUN-DATE-DEFAULTED)
             ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           END-IF.
           OPEN OUTPUT SLA-OUT.
           MOVE CTL-RUN-ID TO RH-RUN-ID.
           MOVE CTL-RUN-DATE TO RH-RUN-DATE.
           MOVE HEADER-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-HEADER TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE HEADER-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF (CARD-ERRORS IS NOT ZERO)
             MOVE 'SLA CARDS IN ERROR -- NO REPORT MADE.'
               TO REPORT-LINE
             PERFORM WRITE-REPORT-LINE
             CLOSE SLA-OUT
             MOVE 16 TO RETURN-CODE
             STOP RUN
           END-IF.
           PERFORM SCAN-CHAIN-STATUS.
           PERFORM FIND-CURRENT-RUN VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > RUN-COUNT OR CURRENT-SLOT IS NOT ZERO.
           IF (CURRENT-SLOT IS ZERO)
             MOVE 'NO STEP OF THIS RUN HAS POSTED TO CHAIN.STS.'
               TO REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             PERFORM REPORT-STEP-TIMES
           END-IF.
           PERFORM REPORT-CHAIN-WINDOW.
           PERFORM REPORT-BREACHES.
           CLOSE SLA-OUT.
           IF (BREACH-COUNT IS NOT ZERO)
             MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

      * Each report line goes to the screen and to chain.sla.
         WRITE-REPORT-LINE.
           DISPLAY REPORT-LINE.
           MOVE REPORT-LINE TO SLA-OUT-REC.
           WRITE SLA-OUT-REC.
           MOVE SPACES TO REPORT-LINE.
           EXIT.

      * Every DONE or WARN record is filed under its run-id, each
      * run-id in business-date order. The current run's earliest
      * start, and the end of its PRC-257-9 step, mark out the
      * chain as a whole.
         SCAN-CHAIN-STATUS.
           OPEN INPUT STATUS-FILE.
           IF (STATUS-FILE-FOUND)
             PERFORM READ-STATUS-RECORD
             PERFORM TALLY-ONE-STATUS UNTIL STATUS-FILE-EOF
           END-IF.
           CLOSE STATUS-FILE.
           IF (DROPPED-RUNS IS NOT ZERO)
             MOVE DROPPED-RUNS TO COUNT-EDIT
             STRING 'OLDEST RUNS LET GO -- OVER 500 ON FILE: '
                      DELIMITED BY SIZE
                    COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
             PERFORM WRITE-REPORT-LINE
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
           MOVE ZERO TO STEP-SLOT.
           IF (STS-DONE) OR (STS-WARN)
             PERFORM MATCH-STEP-NAME VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > 12 OR STEP-SLOT IS NOT ZERO
           END-IF.
           IF (STEP-SLOT IS NOT ZERO)
             PERFORM FIND-RUN-SLOT
             IF (RUN-SLOT IS NOT ZERO)
               PERFORM TIME-ONE-STEP
             END-IF
           END-IF.
           PERFORM READ-STATUS-RECORD.
           EXIT.

         MATCH-STEP-NAME.
           IF (STS-PROGRAM = STEP-NAME(STEP-IDX))
             MOVE STEP-IDX TO STEP-SLOT
           END-IF.
           EXIT.

      * The record's two stamps make an elapsed time only when
      * both are real and the end is not before the start.
         TIME-ONE-STEP.
           MOVE 'U' TO RT-STATE(RUN-SLOT, STEP-SLOT).
           MOVE STS-STARTED TO STAMP-IN.
           PERFORM STAMP-TO-SECONDS.
           IF (STAMP-GOOD)
             MOVE STAMP-SECONDS TO START-SECONDS
             MOVE STS-ENDED TO STAMP-IN
             PERFORM STAMP-TO-SECONDS
           END-IF.
           IF (STAMP-GOOD) AND (STAMP-SECONDS NOT < START-SECONDS)
             MOVE STAMP-SECONDS TO END-SECONDS
             MOVE 'T' TO RT-STATE(RUN-SLOT, STEP-SLOT)
             COMPUTE RT-ELAPSED(RUN-SLOT, STEP-SLOT) =
               END-SECONDS - START-SECONDS
             IF (STS-RUN-ID = CTL-RUN-ID)
               IF (CHAIN-STARTED = SPACES)
                  OR (STS-STARTED < CHAIN-STARTED)
                 MOVE STS-STARTED TO CHAIN-STARTED
               END-IF
               IF (STEP-SLOT = 12)
                 MOVE STS-ENDED TO CHAIN-FINISHED
               END-IF
             END-IF
           END-IF.
           EXIT.

         FIND-RUN-SLOT.
           MOVE ZERO TO RUN-SLOT.
           PERFORM MATCH-RUN-SLOT VARYING RUN-IDX FROM 1 BY 1
             UNTIL RUN-IDX > RUN-COUNT OR RUN-SLOT IS NOT ZERO.
           IF (RUN-SLOT IS ZERO)
             PERFORM ENTER-RUN-IN-ORDER
           END-IF.
           EXIT.

         MATCH-RUN-SLOT.
           IF (RT-RUN-ID(RUN-IDX) = STS-RUN-ID)
             MOVE RUN-IDX TO RUN-SLOT
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
             PERFORM CLEAR-ONE-STEP VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > 12
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

         CLEAR-ONE-STEP.
           MOVE 'N' TO RT-STATE(RUN-SLOT, STEP-IDX).
           MOVE ZERO TO RT-ELAPSED(RUN-SLOT, STEP-IDX).
           EXIT.

         FIND-CURRENT-RUN.
           IF (RT-RUN-ID(RUN-IDX) = CTL-RUN-ID)
             MOVE RUN-IDX TO CURRENT-SLOT
           END-IF.
           EXIT.

      * A yyyymmddhhmmss stamp as seconds: the day number of the
      * date (the usual count from a fixed day, taken a division
      * at a time so each one truncates) times a day's seconds,
      * plus the time of day.
         STAMP-TO-SECONDS.
           SET STAMP-GOOD TO TRUE.
           MOVE ZERO TO STAMP-SECONDS.
           IF (STAMP-IN IS NOT NUMERIC)
             SET STAMP-BAD TO TRUE
           ELSE
             IF (SI-YYYY < 1900) OR (SI-MM < 1) OR (SI-MM > 12)
                OR (SI-DD < 1) OR (SI-DD > 31) OR (SI-HH > 23)
                OR (SI-MI > 59) OR (SI-SS > 59)
               SET STAMP-BAD TO TRUE
             END-IF
           END-IF.
           IF (STAMP-GOOD)
             COMPUTE JD-A = (14 - SI-MM) / 12
             COMPUTE JD-Y = SI-YYYY + 4800 - JD-A
             COMPUTE JD-M = SI-MM + (12 * JD-A) - 3
             COMPUTE JD-T1 = ((153 * JD-M) + 2) / 5
             COMPUTE JD-T2 = JD-Y / 4
             COMPUTE JD-T3 = JD-Y / 100
             COMPUTE JD-T4 = JD-Y / 400
             COMPUTE DAY-NUMBER = SI-DD + JD-T1 + (365 * JD-Y)
               + JD-T2 - JD-T3 + JD-T4 - 32045
             COMPUTE STAMP-SECONDS = (DAY-NUMBER * 86400)
               + (SI-HH * 3600) + (SI-MI * 60) + SI-SS
           END-IF.
           EXIT.

      * One line per chain step: tonight's elapsed time, the
      * average over the last SLA-RUNS earlier runs that timed the
      * step, how many runs that was, and the change.
         REPORT-STEP-TIMES.
           MOVE SLA-RUNS TO SETTING-EDIT.
           STRING 'RUNS AVERAGED, AT MOST:  ' DELIMITED BY SIZE
                  SETTING-EDIT DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SLA-PCT TO SETTING-EDIT.
           STRING 'FLAGGED OVER AVERAGE BY: ' DELIMITED BY SIZE
                  SETTING-EDIT DELIMITED BY SIZE
                  ' PERCENT' DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE SLA-MIN TO SETTING-EDIT.
           STRING 'AND BY AT LEAST:         ' DELIMITED BY SIZE
                  SETTING-EDIT DELIMITED BY SIZE
                  ' SECONDS' DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE HEADER-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           MOVE REPORT-TITLE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           PERFORM REPORT-ONE-STEP VARYING STEP-IDX FROM 1 BY 1
             UNTIL STEP-IDX > 12.
           MOVE STEPS-TIMED TO COUNT-EDIT.
           STRING 'STEPS TIMED THIS RUN: ' DELIMITED BY SIZE
                  COUNT-EDIT DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           EXIT.

         REPORT-ONE-STEP.
           MOVE STEP-NAME(STEP-IDX) TO SL-STEP.
           MOVE SPACES TO SL-ELAPSED.
           MOVE SPACES TO SL-AVERAGE.
           MOVE SPACES TO SL-RUNS.
           MOVE SPACES TO SL-CHANGE.
           MOVE SPACES TO SL-FLAG.
           IF (RT-STATE(CURRENT-SLOT, STEP-IDX) = 'N')
             MOVE 'NOT COMPLETE' TO SL-ELAPSED
           ELSE
             IF (RT-STATE(CURRENT-SLOT, STEP-IDX) = 'U')
               MOVE 'NOT TIMED' TO SL-ELAPSED
             ELSE
               ADD 1 TO STEPS-TIMED
               MOVE RT-ELAPSED(CURRENT-SLOT, STEP-IDX)
                 TO STEP-ELAPSED
               MOVE STEP-ELAPSED TO DURATION-SECONDS
               PERFORM FORMAT-DURATION
               MOVE DURATION-TEXT TO ELAPSED-TEXT
               MOVE ELAPSED-TEXT TO SL-ELAPSED
               PERFORM AVERAGE-ONE-STEP
             END-IF
           END-IF.
           MOVE STEP-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      * The runs before this one in date order, newest first,
      * until SLA-RUNS of them have timed the step. A step over
      * its average by more than SLA-PCT percent and by SLA-MIN
      * seconds or more is a breach; with SLA-MIN at its default of
      * zero the percentage alone decides.
         AVERAGE-ONE-STEP.
           MOVE ZERO TO AVERAGE-SUM.
           MOVE ZERO TO AVERAGE-RUNS.
           COMPUTE PRIOR-SLOT = CURRENT-SLOT - 1.
           PERFORM GATHER-ONE-PRIOR-RUN
             UNTIL PRIOR-SLOT < 1 OR AVERAGE-RUNS = SLA-RUNS.
           IF (AVERAGE-RUNS IS ZERO)
             MOVE 'NO HISTORY' TO SL-AVERAGE
           ELSE
             COMPUTE AVERAGE-SECONDS ROUNDED =
               AVERAGE-SUM / AVERAGE-RUNS
             MOVE AVERAGE-SECONDS TO DURATION-SECONDS
             PERFORM FORMAT-DURATION
             MOVE DURATION-TEXT TO AVERAGE-TEXT
             MOVE AVERAGE-TEXT TO SL-AVERAGE
             MOVE AVERAGE-RUNS TO RUNS-EDIT
             MOVE RUNS-EDIT TO SL-RUNS
             IF (AVERAGE-SECONDS IS NOT ZERO)
               COMPUTE CHANGE-PCT ROUNDED =
                 ((STEP-ELAPSED - AVERAGE-SECONDS) * 100)
                 / AVERAGE-SECONDS
               IF (CHANGE-PCT > 9999)
                 MOVE 9999 TO CHANGE-PCT
               END-IF
               MOVE CHANGE-PCT TO SL-CHANGE-NUM
               MOVE '%' TO SL-CHANGE-SIGN
             END-IF
             COMPUTE LIMIT-SECONDS =
               AVERAGE-SECONDS + ((AVERAGE-SECONDS * SLA-PCT) / 100)
             IF (STEP-ELAPSED > LIMIT-SECONDS)
               COMPUTE OVER-SECONDS = STEP-ELAPSED - AVERAGE-SECONDS
               IF (OVER-SECONDS NOT < SLA-MIN)
                 MOVE '<-- OVER ITS WINDOW' TO SL-FLAG
                 PERFORM KEEP-STEP-BREACH
               END-IF
             END-IF
           END-IF.
           EXIT.

         GATHER-ONE-PRIOR-RUN.
           IF (RT-STATE(PRIOR-SLOT, STEP-IDX) = 'T')
             ADD RT-ELAPSED(PRIOR-SLOT, STEP-IDX) TO AVERAGE-SUM
             ADD 1 TO AVERAGE-RUNS
           END-IF.
           SUBTRACT 1 FROM PRIOR-SLOT.
           EXIT.

      * An average of zero seconds has no percentage to show.
         KEEP-STEP-BREACH.
           ADD 1 TO BREACH-COUNT.
           MOVE SPACES TO BREACH-LINE(BREACH-COUNT).
           STRING 'BREACH: ' DELIMITED BY SIZE
                  STEP-NAME(STEP-IDX) DELIMITED BY SPACE
                  ' RAN ' DELIMITED BY SIZE
                  ELAPSED-TEXT DELIMITED BY SIZE
                  ' AGAINST ITS ' DELIMITED BY SIZE
                  AVERAGE-TEXT DELIMITED BY SIZE
                  ' AVERAGE' DELIMITED BY SIZE
             INTO BREACH-LINE(BREACH-COUNT).
           IF (AVERAGE-SECONDS IS NOT ZERO)
             MOVE CHANGE-PCT TO CHANGE-EDIT
             MOVE ZERO TO EDIT-LEAD
             INSPECT CHANGE-EDIT TALLYING EDIT-LEAD
               FOR LEADING SPACES
             MOVE BREACH-LINE(BREACH-COUNT) TO REPORT-LINE
             MOVE SPACES TO BREACH-LINE(BREACH-COUNT)
             STRING REPORT-LINE DELIMITED BY '  '
                    ' (' DELIMITED BY SIZE
                    CHANGE-EDIT(EDIT-LEAD + 1:) DELIMITED BY SIZE
                    '%)' DELIMITED BY SIZE
               INTO BREACH-LINE(BREACH-COUNT)
             MOVE SPACES TO REPORT-LINE
           END-IF.
           EXIT.

      * Seconds as HH:MM:SS, held at 99:59:59.
         FORMAT-DURATION.
           IF (DURATION-SECONDS > 359999)
             MOVE 359999 TO DURATION-SECONDS
           END-IF.
           DIVIDE DURATION-SECONDS BY 3600 GIVING DT-HH
             REMAINDER DURATION-REST.
           DIVIDE DURATION-REST BY 60 GIVING DT-MM
             REMAINDER DT-SS.
           EXIT.

      * The whole chain against SLA-TIME: the deadline is that
      * time of day on the date the chain started, or the next
      * day when the chain started at or after it.
         REPORT-CHAIN-WINDOW.
           MOVE HEADER-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF (CHAIN-STARTED = SPACES)
             MOVE 'CHAIN STARTED:  NO TIMED STEP THIS RUN'
               TO REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             MOVE CHAIN-STARTED TO STAMP-IN
             PERFORM FORMAT-CLOCK
             STRING 'CHAIN STARTED:  ' DELIMITED BY SIZE
                    CLOCK-TEXT DELIMITED BY SIZE
               INTO REPORT-LINE
             PERFORM WRITE-REPORT-LINE
             IF (CHAIN-FINISHED = SPACES)
               MOVE 'CHAIN FINISHED: NOT YET' TO REPORT-LINE
             ELSE
               MOVE CHAIN-FINISHED TO STAMP-IN
               PERFORM FORMAT-CLOCK
               STRING 'CHAIN FINISHED: ' DELIMITED BY SIZE
                      CLOCK-TEXT DELIMITED BY SIZE
                 INTO REPORT-LINE
             END-IF
             PERFORM WRITE-REPORT-LINE
           END-IF.
           IF (CHAIN-SLA-OFF)
             MOVE 'SLA TIME:       NONE SET' TO REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             IF (CHAIN-STARTED = SPACES)
               STRING 'SLA TIME:       ' DELIMITED BY SIZE
                      SLA-TIME-TXT(1:2) ':' SLA-TIME-TXT(3:2)
                        DELIMITED BY SIZE
                      ' -- NOTHING TO JUDGE' DELIMITED BY SIZE
                 INTO REPORT-LINE
               PERFORM WRITE-REPORT-LINE
             ELSE
               PERFORM JUDGE-CHAIN-WINDOW
             END-IF
           END-IF.
           EXIT.

         JUDGE-CHAIN-WINDOW.
           MOVE CHAIN-STARTED TO STAMP-IN.
           PERFORM STAMP-TO-SECONDS.
           MOVE STAMP-SECONDS TO START-SECONDS.
           MOVE CHAIN-STARTED(1:8) TO DATE-TXT.
           MOVE SLA-HH TO SI-HH.
           MOVE SLA-MM TO SI-MI.
           MOVE ZERO TO SI-SS.
           PERFORM STAMP-TO-SECONDS.
           MOVE STAMP-SECONDS TO DEADLINE-SECONDS.
           IF (DEADLINE-SECONDS NOT > START-SECONDS)
             ADD 86400 TO DEADLINE-SECONDS
             PERFORM ADD-ONE-DAY
           END-IF.
           MOVE DATE-TXT TO DL-DATE.
           MOVE SLA-TIME-TXT(1:2) TO DL-HH.
           MOVE SLA-TIME-TXT(3:2) TO DL-MM.
           STRING 'CHAIN DUE BY:   ' DELIMITED BY SIZE
                  DEADLINE-TEXT DELIMITED BY SIZE
             INTO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF (CHAIN-FINISHED IS NOT = SPACES)
             MOVE CHAIN-FINISHED TO STAMP-IN
             PERFORM STAMP-TO-SECONDS
             MOVE STAMP-SECONDS TO CHAIN-SECONDS
             PERFORM FORMAT-CLOCK
             IF (CHAIN-SECONDS > DEADLINE-SECONDS)
               MOVE 'CHAIN WINDOW:   MISSED' TO REPORT-LINE
               ADD 1 TO BREACH-COUNT
               MOVE SPACES TO BREACH-LINE(BREACH-COUNT)
               STRING 'BREACH: CHAIN FINISHED ' DELIMITED BY SIZE
                      CLOCK-TEXT DELIMITED BY SIZE
                      ', DUE BY ' DELIMITED BY SIZE
                      DEADLINE-TEXT DELIMITED BY SIZE
                 INTO BREACH-LINE(BREACH-COUNT)
             ELSE
               MOVE 'CHAIN WINDOW:   MET' TO REPORT-LINE
             END-IF
           ELSE
             PERFORM TAKE-TIMESTAMP
             MOVE STAMP-NOW TO STAMP-IN
             PERFORM STAMP-TO-SECONDS
             MOVE STAMP-SECONDS TO CHAIN-SECONDS
             PERFORM FORMAT-CLOCK
             IF (CHAIN-SECONDS > DEADLINE-SECONDS)
               MOVE 'CHAIN WINDOW:   MISSED -- STILL NOT FINISHED'
                 TO REPORT-LINE
               ADD 1 TO BREACH-COUNT
               MOVE SPACES TO BREACH-LINE(BREACH-COUNT)
               STRING 'BREACH: CHAIN NOT FINISHED AT '
                        DELIMITED BY SIZE
                      CLOCK-TEXT DELIMITED BY SIZE
                      ', DUE BY ' DELIMITED BY SIZE
                      DEADLINE-TEXT DELIMITED BY SIZE
                 INTO BREACH-LINE(BREACH-COUNT)
             ELSE
               MOVE 'CHAIN WINDOW:   NOT FINISHED, NOT YET DUE'
                 TO REPORT-LINE
             END-IF
           END-IF.
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      * A stamp as yyyymmdd hh:mm:ss, for the listing.
         FORMAT-CLOCK.
           MOVE STAMP-IN(1:8) TO CK-DATE.
           MOVE STAMP-IN(9:2) TO CK-HH.
           MOVE STAMP-IN(11:2) TO CK-MI.
           MOVE STAMP-IN(13:2) TO CK-SS.
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

      * The system date and the time of day to the second, the
      * same way the chain steps stamp their records.
         TAKE-TIMESTAMP.
           ACCEPT STAMP-DATE FROM DATE YYYYMMDD.
           ACCEPT TIME-NOW FROM TIME.
           MOVE TIME-NOW TO STAMP-TIME.
           EXIT.

      * Every breach on a line of its own, each starting
      * 'BREACH: ', which is what PRC-257-19 looks for.
         REPORT-BREACHES.
           MOVE HEADER-LINE TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           IF (BREACH-COUNT IS ZERO)
             MOVE 'NO BREACHES -- THE NIGHT RAN IN ITS WINDOW.'
               TO REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           ELSE
             PERFORM WRITE-ONE-BREACH VARYING BREACH-IDX FROM 1 BY 1
               UNTIL BREACH-IDX > BREACH-COUNT
             MOVE BREACH-COUNT TO COUNT-EDIT
             STRING 'BREACHES: ' DELIMITED BY SIZE
                    COUNT-EDIT DELIMITED BY SIZE
               INTO REPORT-LINE
             PERFORM WRITE-REPORT-LINE
           END-IF.
           EXIT.

         WRITE-ONE-BREACH.
           MOVE BREACH-LINE(BREACH-IDX) TO REPORT-LINE.
           PERFORM WRITE-REPORT-LINE.
           EXIT.

      * The whole chain reads the same control-card file at
      * startup; this program needs RUN-ID and RUN-DATE, the run
      * being timed, and the SLA cards. A '*' card is a comment.
      * A card that is not a whole number in range, or a time of
      * day, stops the report.
         READ-CONTROL-CARDS.
           OPEN INPUT CONTROL-CARDS.
           IF (CONTROL-CARDS-FOUND)
             PERFORM READ-CONTROL-RECORD
             PERFORM APPLY-CONTROL-CARD UNTIL CONTROL-CARDS-EOF
           END-IF.
           CLOSE CONTROL-CARDS.
           IF (SLA-TIME-TXT IS NOT = 'NONE')
             IF (SLA-TIME-TXT IS NOT NUMERIC)
               DISPLAY 'SLA-TIME MUST BE AN HHMM TIME OF DAY OR NONE'
               ADD 1 TO CARD-ERRORS
             ELSE
               IF (SLA-HH > 23) OR (SLA-MM > 59)
                 DISPLAY 'SLA-TIME IS NOT A REAL TIME OF DAY'
                 ADD 1 TO CARD-ERRORS
               ELSE
                 SET CHAIN-SLA-SET TO TRUE
               END-IF
             END-IF
           END-IF.
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
           ELSE
             IF (CTL-KEYWORD = 'RUN-DATE')
               MOVE CTL-VALUE TO CTL-RUN-DATE
               SET RUN-DATE-FROM-CARD TO TRUE
             ELSE
               IF (CTL-KEYWORD = 'SLA-RUNS')
                 PERFORM TAKE-COUNT-VALUE
                 IF (COUNT-BAD) OR (COUNT-VALUE < 1)
                    OR (COUNT-VALUE > 99)
                   DISPLAY 'SLA-RUNS MUST BE FROM 1 TO 99'
                   ADD 1 TO CARD-ERRORS
                 ELSE
                   MOVE COUNT-VALUE TO SLA-RUNS
                 END-IF
               ELSE
                 IF (CTL-KEYWORD = 'SLA-PCT')
                   PERFORM TAKE-COUNT-VALUE
                   IF (COUNT-BAD) OR (COUNT-VALUE < 1)
                      OR (COUNT-VALUE > 999)
                     DISPLAY 'SLA-PCT MUST BE FROM 1 TO 999'
                     ADD 1 TO CARD-ERRORS
                   ELSE
                     MOVE COUNT-VALUE TO SLA-PCT
                   END-IF
                 ELSE
                   IF (CTL-KEYWORD = 'SLA-MIN')
                     PERFORM TAKE-COUNT-VALUE
                     IF (COUNT-BAD) OR (COUNT-VALUE > 99999)
                       DISPLAY 'SLA-MIN MUST BE FROM 0 TO 99999'
                       ADD 1 TO CARD-ERRORS
                     ELSE
                       MOVE COUNT-VALUE TO SLA-MIN
                     END-IF
                   ELSE
                     IF (CTL-KEYWORD = 'SLA-TIME')
                       IF (CTL-VALUE(5:) IS NOT = SPACES)
                         MOVE 'BAD ' TO SLA-TIME-TXT
                       ELSE
                         MOVE CTL-VALUE(1:4) TO SLA-TIME-TXT
                       END-IF
                     END-IF
                   END-IF
                 END-IF
               END-IF
             END-IF
           END-IF.
           PERFORM READ-CONTROL-RECORD.
           EXIT.

      * A whole number is digits only -- no sign, no point -- and
      * at most six of them.
         TAKE-COUNT-VALUE.
           SET COUNT-GOOD TO TRUE.
           MOVE ZERO TO COUNT-VALUE.
           MOVE ZERO TO COUNT-LEN.
           INSPECT CTL-VALUE TALLYING COUNT-LEN
             FOR CHARACTERS BEFORE INITIAL SPACE.
           IF (COUNT-LEN IS ZERO) OR (COUNT-LEN > 6)
             SET COUNT-BAD TO TRUE
           ELSE
             IF (CTL-VALUE(1:COUNT-LEN) IS NOT NUMERIC)
               SET COUNT-BAD TO TRUE
             ELSE
               MOVE CTL-VALUE(1:COUNT-LEN) TO COUNT-VALUE
             END-IF
           END-IF.
           EXIT.
