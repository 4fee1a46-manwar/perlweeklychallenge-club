      *    like the history file: an EXTEND of a reject file that
      *    does not exist yet (the first run anywhere) creates it
      *    instead of abending with file status 35.
      *  - The audit record's program name is now ten characters
      *    wide, like the run-status record's, so the two-digit
      *    step names fit, and the record ends with an exceptions
      *    count for steps with more to report than records read
      *    and written (zero here). Records written before the
      *    change are still read as they are -- the ledger readers
      *    tell the two layouts apart -- so no conversion is needed.
      *  - The master record now carries the content fingerprint
      *    and duplicate marking PRC-257-6 files with each matrix,
      *    and the fingerprint is an alternate key; the file is
      *    declared here exactly as the load step declares it.
      *  - The run-status record now carries the step's start and
      *    end timestamps (system date and time of day, to the
      *    second), and the audit records are stamped with the
      *    time each was written, so PRC-257-29 can time the step
      *    against the batch window.

       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-2.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           ALTERNATE RECORD KEY IS MST-FINGERPRINT WITH DUPLICATES
           FILE STATUS IS MASTER-STATUS.

       DATA DIVISION.
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
         WORKING-STORAGE SECTION.
         01 CH2-DATA-NAME PIC X(40) VALUE 'ch-2.dat'.
         01 CTL-VALUE PIC X(40).
         01 AUDIT-NAME PIC X(40) VALUE 'chain.aud'.
         01 AUDIT-REC.
           03 AUD-PROGRAM PIC X(10) VALUE 'PRC-257-2'.
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
           03 STS-PROGRAM PIC X(10) VALUE 'PRC-257-2'.
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
         01 REPORT-PAGE-SIZE PIC 9(2) USAGE IS COMP VALUE 60.
         01 REPORT-PAGE-NUM PIC 9(4) USAGE IS COMP VALUE ZERO.
         01 REPORT-LINE-COUNT PIC 9(2) USAGE IS COMP VALUE 99.
           03 FILLER PIC X(1) VALUE '"'.

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

      * A fresh batch run gets a fresh report; a run resumed from
      * a checkpoint extends the one already on disk, so the
      * archival copy keeps the matrix blocks the earlier run
           MOVE CTL-RUN-ID TO AUD-RUN-ID.
           MOVE CTL-RUN-DATE TO AUD-RUN-DATE.
           MOVE 'START' TO AUD-PHASE.
           MOVE STEP-STARTED TO AUD-STAMP.
           MOVE ZERO TO AUD-READ.
           MOVE ZERO TO AUD-WRITTEN.
           MOVE ZERO TO AUD-RC.
             MOVE CTL-RUN-ID TO AUD-RUN-ID
             MOVE CTL-RUN-DATE TO AUD-RUN-DATE
             MOVE 'END' TO AUD-PHASE
             PERFORM TAKE-TIMESTAMP
             MOVE STAMP-NOW TO AUD-STAMP
             MOVE LINE-NUMBER TO AUD-READ
             MOVE HISTORY-WRITTEN TO AUD-WRITTEN
             MOVE RETURN-CODE TO AUD-RC
