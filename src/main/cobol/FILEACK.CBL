      *            FILEDEMO'S VOLUME CHECK IS THE MODEL.
      * MODIFICATION HISTORY:
      *   02 SEP 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEACK.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-RETRANSMIT-STATUS.

       SELECT OPS-LOG-FILE ASSIGN TO "OPSDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-LOG-FILE-STATUS.

       SELECT OPS-ID-FILE ASSIGN TO "OPSID"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-ID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD RETRANSMIT-FILE.
       01 RETRANSMIT-RECORD               PIC X(80).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-RETRAN-GEN-DATE          PIC 9(08).
           05  FILLER                      PIC X(63)  VALUE SPACES.

           COPY FDOPSLG.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-OPS-LOG THRU 9800-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               MOVE ZERO TO WS-GEN-SUB
       5000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    OPERATIONS LOG - NOTE WHEN THE STEP STARTED AND UNDER WHICH
      *    JOB STEP NAME (OPSID CARD), AND AT END OF JOB APPEND ONE
      *    STEP-STATISTICS RECORD.  A LOG THAT WILL NOT OPEN OR TAKE
      *    THE RECORD IS NOTED HERE AND LEAVES THE RETURN CODE ALONE.
      *----------------------------------------------------------------
       9800-START-OPS-LOG.
           ACCEPT OL-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT OL-STEP-START-TIME FROM TIME
           MOVE 'FILEACK' TO OL-STEP-NAME
           OPEN INPUT OPS-ID-FILE
           IF NOT OL-ID-STATUS-OK
               GO TO 9800-EXIT
           END-IF
           READ OPS-ID-FILE
           IF OL-ID-STATUS-OK AND OPS-ID-STEP NOT = SPACES
               MOVE OPS-ID-STEP TO OL-STEP-NAME
           END-IF
           CLOSE OPS-ID-FILE
           .
       9800-EXIT.
           EXIT.

       9850-APPEND-OPS-LOG.
           MOVE SPACES TO OL-RECORD
           MOVE 'FILEACK' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           MOVE WS-GENERATION-COUNT TO OL-READ-COUNT
           MOVE WS-RETRANSMIT-COUNT TO OL-WRITTEN-COUNT
           MOVE WS-MISMATCH-COUNT TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEACK: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEACK: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB.  A MISSED ACKNOWLEDGMENT OR A COUNT MISMATCH
      *    ENDS WITH THE WARNING RETURN CODE - THE CONSOLE ALREADY
                   WS-MISMATCH-COUNT
           DISPLAY 'FILEACK: STAGED TO RETRANSMIT = '
                   WS-RETRANSMIT-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
