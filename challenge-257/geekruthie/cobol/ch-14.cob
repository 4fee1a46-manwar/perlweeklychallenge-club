      *  - Written so a failed chain run resumes from the step
      *    that failed instead of being pieced back together from
      *    console scrollback.
      *  - PRC-257-20, the solution proof, is now a chain step,
      *    run after PRC-257-15.
      *  - PRC-257-21, the determinant and inverse step, is now a
      *    chain step, run after PRC-257-20.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-14.
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
         01 STEP-DONE-TABLE.
           03 STEP-DONE OCCURS 12 TIMES PIC X(1) VALUE 'N'.
         01 STEP-IDX PIC 9(2) USAGE IS COMP.
         01 FIRST-PENDING PIC 9(2) USAGE IS COMP VALUE ZERO.
         01 RECORDS-READ PIC 9(6) USAGE IS COMP VALUE ZERO.
           DISPLAY HEADER-LINE.
           DISPLAY 'CHAIN STATUS FOR RUN ' CTL-RUN-ID.
           PERFORM REPORT-ONE-STEP VARYING STEP-IDX FROM 1 BY 1
             UNTIL STEP-IDX > 12.
           IF (FIRST-PENDING IS ZERO)
             DISPLAY 'CHAIN COMPLETE.'
           ELSE
           ADD 1 TO RECORDS-READ.
           IF (STS-RUN-ID = CTL-RUN-ID) AND (STS-STATE = 'DONE')
             PERFORM MARK-STEP-DONE VARYING STEP-IDX FROM 1 BY 1
               UNTIL STEP-IDX > 12
           END-IF.
           PERFORM READ-STATUS-RECORD.
           EXIT.
