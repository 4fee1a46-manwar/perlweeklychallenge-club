      *    CHECK-DECIMAL-FORMAT rule (one decimal point, never
      *    leading) before NUMVAL, so every reader of the EXT
      *    format agrees on what a valid cell is.
      *  - The run-status record now carries the step's start and
      *    end timestamps (system date and time of day, to the
      *    second), so PRC-257-29 can time the step against the
      *    batch window. A run that ends with return code 8 posts
      *    it too, in state WARN, which PRC-257-14 does not resume
      *    past, so the nights this step flags are timed as well.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-10.
           03 STS-PROGRAM PIC X(10) VALUE 'PRC-257-10'.
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
         01 FILLER PIC X(1) VALUE 'B'.
           88 SIDE-BEFORE VALUE 'B'.
           88 SIDE-AFTER VALUE 'A'.
           03 VFD-COL PIC Z9.

       PROCEDURE DIVISION.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO STEP-STARTED.
           PERFORM READ-CONTROL-CARDS.
           IF (RUN-DATE-DEFAULTED)
             ACCEPT CTL-RUN-DATE FROM DATE YYYYMMDD

      * A clean finish is posted to the chain run-status file, so
      * the PRC-257-14 controller can skip this step on a restart.
      * A run that ends with return code 8 posts in state WARN
      * instead: it ran, and its date and times are on record, but
      * only DONE lets the controller skip it, so a restart still
      * does it again. Any other nonzero return code posts nothing
      * -- it is exactly the step a restart has to do again. The
      * record is stamped with the control-card identity, the one
      * the controller matches on, not the batch header's, which
      * may carry an older batch's stamp when a saved file is
      * re-checked.
         WRITE-RUN-STATUS.
           IF (RETURN-CODE IS ZERO) OR (RETURN-CODE = 8)
             IF (RETURN-CODE = 8)
               MOVE 'WARN' TO STS-STATE
             END-IF
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
