      * Modification History:
      *  - Written so a re-examination request is a card deck and
      *    a rerun, not an afternoon of PRINT commands.
      *  - The master record now carries the content fingerprint
      *    and duplicate marking PRC-257-6 files with each matrix,
      *    and the fingerprint is an alternate key; the file is
      *    declared here exactly as the load step declares it.
      *
       IDENTIFICATION DIVISION.
         PROGRAM-ID. PRC-257-16.
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS MST-KEY
           ALTERNATE RECORD KEY IS MST-FINGERPRINT WITH DUPLICATES
           FILE STATUS IS MASTER-STATUS.

           SELECT EXTRACT-OUT
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
         FD EXTRACT-OUT.
         01 EXTRACT-OUT-REC PIC X(80).
