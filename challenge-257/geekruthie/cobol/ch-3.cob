      *    file 'chain.sts', so the PRC-257-14 controller can skip
      *    this step when the chain is restarted after a failure
      *    further down.
      *  - The audit record's program name is now ten characters
      *    wide, like the run-status record's, so the two-digit
      *    step names fit, and the record ends with an exceptions
      *    count for steps with more to report than records read
      *    and written (zero here). Records written before the
      *    change are still read as they are -- the ledger readers
      *    tell the two layouts apart -- so no conversion is needed.
      *  - The run-status record now carries the step's start and
      *    end timestamps (system date and time of day, to the
      *    second), and the audit records are stamped with the
      *    time each was written, so PRC-257-29 can time the step
      *    against the batch window.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-3.
         WORKING-STORAGE SECTION.
         01 AUDIT-NAME PIC X(40) VALUE 'chain.aud'.
         01 AUDIT-REC.
           03 AUD-PROGRAM PIC X(10) VALUE 'PRC-257-3'.
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-RUN-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-WRITTEN PIC 9(6).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-RC PIC 9(2).
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-EXCEPTIONS PIC 9(6) VALUE ZERO.
           03 FILLER PIC X(1) VALUE SPACE.
           03 AUD-STAMP PIC X(14).
         01 STATUS-REC.
           03 STS-RUN-ID PIC X(8).
           03 FILLER PIC X(1) VALUE SPACE.
           03 STS-PROGRAM PIC X(10) VALUE 'PRC-257-3'.
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
         01 RECORDS-READ PIC 9(6) USAGE IS COMP VALUE ZERO.
         01 RECORDS-WRITTEN PIC 9(6) USAGE IS COMP VALUE ZERO.
         01 CH1-OUT-NAME PIC X(40) VALUE 'ch-1.out'.
             05 FILLER PIC X(1) VALUE SPACE.

       PROCEDURE DIVISION.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO STEP-STARTED.
           PERFORM READ-CONTROL-CARDS.
           IF (RUN-DATE-DEFAULTED)
             ACCEPT RUN-DATE-TXT FROM DATE YYYYMMDD
           IF (RETURN-CODE IS ZERO)
             MOVE BHL-RUN-ID TO STS-RUN-ID
             MOVE RUN-DATE-TXT TO STS-RUN-DATE
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

         ABORT-RUN.
           MOVE 16 TO RETURN-CODE.
           PERFORM WRITE-AUDIT-END.
           MOVE BHL-RUN-ID TO AUD-RUN-ID.
           MOVE RUN-DATE-TXT TO AUD-RUN-DATE.
           MOVE 'START' TO AUD-PHASE.
           MOVE STEP-STARTED TO AUD-STAMP.
           MOVE ZERO TO AUD-READ.
           MOVE ZERO TO AUD-WRITTEN.
           MOVE ZERO TO AUD-RC.
           MOVE BHL-RUN-ID TO AUD-RUN-ID.
           MOVE RUN-DATE-TXT TO AUD-RUN-DATE.
           MOVE 'END' TO AUD-PHASE.
           PERFORM TAKE-TIMESTAMP.
           MOVE STAMP-NOW TO AUD-STAMP.
           MOVE RECORDS-READ TO AUD-READ.
           MOVE RECORDS-WRITTEN TO AUD-WRITTEN.
           MOVE RETURN-CODE TO AUD-RC.
