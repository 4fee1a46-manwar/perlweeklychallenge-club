      *    the one-decimal-point, never-leading rule on the
      *    extended side -- so every reader of either format
      *    agrees on what a valid cell is.
      *  - The run-status record now carries the step's start and
      *    end timestamps (system date and time of day, to the
      *    second), so PRC-257-29 can time the step against the
      *    batch window.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-15.
           03 STS-PROGRAM PIC X(10) VALUE 'PRC-257-15'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-STATE PIC X(4) VALUE 'DONE'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-STARTED PIC X(14).
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-ENDED PIC X(14).
         01 STEP-STARTED.
           03 STARTED-DATE PIC X(8).
           03 STARTED-TIME PIC X(6).
         01 STAMP-NOW.
           03 STAMP-DATE PIC X(8).
           03 STAMP-TIME PIC X(6).
         01 TIME-NOW PIC X(8).
         01 MATRIX-COUNT PIC 9(2) USAGE IS COMP.
         01 RUN-ID PIC X(8).
         01 RUN-DATE PIC X(8).
           03 SL-VALUE PIC X(12).

       PROCEDURE DIVISION.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO STEP-STARTED.
           PERFORM READ-CONTROL-CARDS.
           IF (RUN-DATE-DEFAULTED)
             ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD
           IF (RETURN-CODE IS ZERO)
             MOVE CTL-RUN-ID TO STS-RUN-ID
             MOVE CTL-RUN-DATE TO STS-RUN-DATE
             PERFORM TAKE-TIMESTAMP
             MOVE STEP-STARTED TO STS-STARTED
             MOVE STAMP-NOW TO STS-ENDED
             OPEN EXTEND STATUS-FILE
             MOVE STATUS-REC TO STATUS-OUT-REC
             WRITE STATUS-OUT-REC
           END-IF.
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

      * The whole chain reads the same control-card file at
      * startup; this program only needs RUN-ID and RUN-DATE, the
      * identity its status record posts under. A '*' card is a
