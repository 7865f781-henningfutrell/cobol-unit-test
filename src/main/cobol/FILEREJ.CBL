      *            AFTER FILEDEMO IN THE OVERNIGHT JOB STREAM.
      * MODIFICATION HISTORY:
      *   22 AUG 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    COUNT THE NEW ILLEGAL STATUS TRANSITION
      *                       REASON FLAG ALONGSIDE THE OTHER FIVE.
      *   15 OCT 2026  RJM    COUNT REJECTS BY A DATA-QUALITY EDIT
      *                       LIMIT (FD-EDIT-LIMIT-RULE SET) AS THEIR
      *                       OWN REASON.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEREJ.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       SELECT OPS-LOG-FILE ASSIGN TO "OPSDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-LOG-FILE-STATUS.

       SELECT OPS-ID-FILE ASSIGN TO "OPSID"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-ID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD ANALYSIS-REPORT-FILE.
       01 ANALYSIS-REPORT-RECORD          PIC X(80).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-AMT-2-BAD-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-DATE-BAD-COUNT           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-STATUS-BAD-COUNT         PIC 9(09)  COMP  VALUE ZERO.
           05  WS-TRANSITION-BAD-COUNT     PIC 9(09)  COMP  VALUE ZERO.
           05  WS-LIMIT-BAD-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-UNFLAGGED-COUNT          PIC 9(09)  COMP  VALUE ZERO.

       77  WS-SOURCE-ENTRY-COUNT           PIC 9(03)  COMP  VALUE ZERO.
           05  WS-SOURCE-LINE-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(16)  VALUE SPACES.

           COPY FDOPSLG.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-OPS-LOG THRU 9800-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-READ-REJECT-FILE THRU 0200-EXIT
           MOVE ZERO TO WS-REJECT-READ-COUNT WS-KEY-BLANK-COUNT
                        WS-AMT-1-BAD-COUNT WS-AMT-2-BAD-COUNT
                        WS-DATE-BAD-COUNT WS-STATUS-BAD-COUNT
                        WS-TRANSITION-BAD-COUNT WS-LIMIT-BAD-COUNT
                        WS-UNFLAGGED-COUNT WS-SOURCE-ENTRY-COUNT
                        WS-SOURCE-OVERFLOW-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           IF FD-REJ-STATUS-BAD OF REJECT-RECORD
               ADD 1 TO WS-STATUS-BAD-COUNT
           END-IF
           IF FD-REJ-TRANSITION-BAD OF REJECT-RECORD
               ADD 1 TO WS-TRANSITION-BAD-COUNT
           END-IF
           IF FD-EDIT-LIMIT-RULE OF REJECT-RECORD NOT = SPACES
               ADD 1 TO WS-LIMIT-BAD-COUNT
           END-IF
           IF FD-RECORD-REJECT-REASONS OF REJECT-RECORD = SPACES
                   AND FD-REJ-TRANSITION-FLAG OF REJECT-RECORD = SPACE
                   AND FD-EDIT-LIMIT-RULE OF REJECT-RECORD = SPACES
               ADD 1 TO WS-UNFLAGGED-COUNT
           END-IF
           PERFORM 2100-TALLY-BY-SOURCE THRU 2100-EXIT
               GO TO 3000-WRITE-ERROR
           END-IF
           MOVE SPACES TO WS-REASON-LINE
           MOVE 'ILLEGAL STATUS TRANSITION' TO WS-REASON-LABEL
           MOVE WS-TRANSITION-BAD-COUNT TO WS-REASON-COUNT
           WRITE ANALYSIS-REPORT-RECORD FROM WS-REASON-LINE
           IF NOT WS-REPORT-STATUS-OK
               GO TO 3000-WRITE-ERROR
           END-IF
           MOVE SPACES TO WS-REASON-LINE
           MOVE 'EDIT LIMIT EXCEEDED' TO WS-REASON-LABEL
           MOVE WS-LIMIT-BAD-COUNT TO WS-REASON-COUNT
           WRITE ANALYSIS-REPORT-RECORD FROM WS-REASON-LINE
           IF NOT WS-REPORT-STATUS-OK
               GO TO 3000-WRITE-ERROR
           END-IF
           MOVE SPACES TO WS-REASON-LINE
           MOVE 'NO REASON FLAGS SET' TO WS-REASON-LABEL
           MOVE WS-UNFLAGGED-COUNT TO WS-REASON-COUNT
           WRITE ANALYSIS-REPORT-RECORD FROM WS-REASON-LINE
       3100-EXIT.
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
           MOVE 'FILEREJ' TO OL-STEP-NAME
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
           MOVE 'FILEREJ' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           MOVE WS-REJECT-READ-COUNT TO OL-READ-COUNT
           MOVE ZERO TO OL-WRITTEN-COUNT
           MOVE ZERO TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEREJ: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEREJ: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB
      *----------------------------------------------------------------
               END-IF
           END-IF
           DISPLAY 'FILEREJ: REJECTS READ = ' WS-REJECT-READ-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
