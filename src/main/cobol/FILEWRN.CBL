      **********************************************************************
      * AUTHOR:    RJM
      * DATE:      15 OCT 2026
      * PURPOSE:   EDIT-LIMIT WARNINGS REPORT.  READS THE NIGHT'S
      *            WARNINGS FILE - EVERY RECORD FILEDEMO OR FILEMNT
      *            ACCEPTED THAT FAILED A WARN-TIER DATA-QUALITY EDIT
      *            LIMIT (FDEDPRM RULES ON EDPDD) - AND LISTS EACH ONE
      *            WITH THE RULE IT BROKE, ITS AMOUNTS, DATE AND
      *            SOURCE, THEN TOTALS THE WARNINGS BY RULE.  A WARNED
      *            RECORD IS ALREADY ON THE OUTPUT AND THE INDEX; THIS
      *            IS THE DATA-QUALITY TEAM'S LIST TO CHASE WITH THE
      *            SOURCE AREA, AND THE EVIDENCE FOR MOVING A LIMIT
      *            BETWEEN THE WARN AND REJECT TIERS.  RUN AS A STEP
      *            AFTER FILEMNT IN THE OVERNIGHT JOB STREAM.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEWRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT WARNING-FILE ASSIGN TO "WRNDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WARNING-FILE-STATUS.

       SELECT WARNING-REPORT-FILE ASSIGN TO "RPTDD"
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

       FD WARNING-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==WARNING-RECORD==.

       FD WARNING-REPORT-FILE.
       01 WARNING-REPORT-RECORD           PIC X(80).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-WARNING-FILE-STATUS     PIC X(02).
               88  WS-WARNING-STATUS-OK         VALUE '00'.
               88  WS-WARNING-STATUS-GOOD       VALUES '00' '10'.
           05  WS-REPORT-FILE-STATUS      PIC X(02).
               88  WS-REPORT-STATUS-OK          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-FILE                     VALUE 'Y'.
               88  WS-NOT-END-OF-FILE                 VALUE 'N'.
           05  WS-ABORT-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-ABORT-REQUESTED                 VALUE 'Y'.
           05  WS-RULE-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-RULE-FOUND                      VALUE 'Y'.
           05  WS-WARNING-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-WARNING-FILE-OPEN                VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-REPORT-FILE-OPEN                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-WARNING-READ-COUNT       PIC 9(09)  COMP  VALUE ZERO.
           05  WS-OTHER-RULE-COUNT         PIC 9(09)  COMP  VALUE ZERO.

      *    THE RULES FDEDPRM KNOWS, WITH THE TEXT THE EDITING PROGRAMS
      *    PUT ON THEIR REGISTERS, SO THE REPORT READS THE SAME.  A
      *    RULE ID NOT IN THIS LIST IS TOTALLED AS OTHER.
       01  WS-RULE-VALUES.
           05  FILLER                      PIC X(34)  VALUE
               'AMT1AMOUNT-1 OUTSIDE LIMITS       '.
           05  FILLER                      PIC X(34)  VALUE
               'AMT2AMOUNT-2 OUTSIDE LIMITS       '.
           05  FILLER                      PIC X(34)  VALUE
               'A2PCAMOUNT-2 OVER AMT-1 SHARE     '.
           05  FILLER                      PIC X(34)  VALUE
               'DOLDDATE OLDER THAN LIMIT         '.
           05  FILLER                      PIC X(34)  VALUE
               'DFUTDATE BEYOND FUTURE LIMIT      '.
       01  WS-RULE-TABLE REDEFINES WS-RULE-VALUES.
           05  WS-RULE-ENTRY               OCCURS 5 TIMES.
               10  WS-RULE-ID              PIC X(04).
               10  WS-RULE-TEXT            PIC X(30).

       01  WS-RULE-COUNT-TABLE.
           05  WS-RULE-WARN-COUNT          PIC 9(09)  COMP
                                           OCCURS 5 TIMES.

       77  WS-RULE-ENTRY-COUNT             PIC 9(03)  COMP  VALUE 5.
       77  WS-RULE-SUB                     PIC 9(03)  COMP  VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)  VALUE
               'FILEWRN - EDIT-LIMIT WARNINGS     '.
           05  FILLER                      PIC X(12)  VALUE
               'RUN DATE    '.
           05  WS-HEADING-RUN-DATE         PIC 9(08).
           05  FILLER                      PIC X(26)  VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(12)  VALUE
               'KEY         '.
           05  FILLER                      PIC X(06)  VALUE
               'RULE  '.
           05  FILLER                      PIC X(04)  VALUE
               'ST  '.
           05  FILLER                      PIC X(16)  VALUE
               '       AMOUNT-1 '.
           05  FILLER                      PIC X(16)  VALUE
               '       AMOUNT-2 '.
           05  FILLER                      PIC X(10)  VALUE
               'DATE      '.
           05  FILLER                      PIC X(16)  VALUE
               'SOURCE'.

       01  WS-REPORT-TEXT-LINE             PIC X(80)  VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  WS-DETAIL-KEY               PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DETAIL-RULE              PIC X(04).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DETAIL-STATUS            PIC X(02).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DETAIL-AMOUNT-1          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-DETAIL-AMOUNT-2          PIC -ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-DETAIL-DATE              PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-DETAIL-SOURCE            PIC X(16).

       01  WS-RULE-LINE.
           05  WS-RULE-LINE-ID             PIC X(04).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-RULE-LINE-TEXT           PIC X(30).
           05  WS-RULE-LINE-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(33)  VALUE SPACES.

           COPY FDOPSLG.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-OPS-LOG THRU 9800-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-READ-WARNING-FILE THRU 0200-EXIT
               PERFORM 2000-LIST-ONE-WARNING THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-WRITE-RULE-TOTALS THRU 3000-EXIT
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .

      *----------------------------------------------------------------
      *    INITIALIZATION
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-WARNING-READ-COUNT WS-OTHER-RULE-COUNT
           MOVE ZERO TO WS-RULE-SUB
           PERFORM 1050-CLEAR-RULE-COUNT THRU 1050-EXIT
               UNTIL WS-RULE-SUB >= WS-RULE-ENTRY-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT WARNING-FILE
           IF WS-WARNING-STATUS-OK
               SET WS-WARNING-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEWRN: WARNING-FILE OPEN FAILED, STATUS = '
                       WS-WARNING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT WARNING-REPORT-FILE
               IF WS-REPORT-STATUS-OK
                   SET WS-REPORT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILEWRN: WARNING-REPORT-FILE OPEN FAILED, '
                           'STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1100-WRITE-HEADINGS THRU 1100-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

       1050-CLEAR-RULE-COUNT.
           ADD 1 TO WS-RULE-SUB
           MOVE ZERO TO WS-RULE-WARN-COUNT (WS-RULE-SUB)
           .
       1050-EXIT.
           EXIT.

       1100-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-HEADING-RUN-DATE
           WRITE WARNING-REPORT-RECORD FROM WS-REPORT-HEADING-1
           IF NOT WS-REPORT-STATUS-OK
               GO TO 1100-WRITE-ERROR
           END-IF
           WRITE WARNING-REPORT-RECORD FROM WS-REPORT-HEADING-2
           IF NOT WS-REPORT-STATUS-OK
               GO TO 1100-WRITE-ERROR
           END-IF
           GO TO 1100-EXIT
           .
       1100-WRITE-ERROR.
           DISPLAY 'FILEWRN: WARNING-REPORT-FILE WRITE FAILED, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WARNING-FILE READ
      *----------------------------------------------------------------
       0200-READ-WARNING-FILE.
           READ WARNING-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 0200-EXIT
           END-READ
           IF NOT WS-WARNING-STATUS-GOOD
               DISPLAY 'FILEWRN: WARNING-FILE READ ERROR, STATUS = '
                       WS-WARNING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0200-EXIT
           END-IF
           ADD 1 TO WS-WARNING-READ-COUNT
           .
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LIST ONE WARNED RECORD AND COUNT IT UNDER ITS RULE.  BOTH
      *    AMOUNTS PASSED THE FORMAT EDITS BEFORE THE LIMITS WERE
      *    TESTED, SO THEY ARE NUMERIC HERE.
      *----------------------------------------------------------------
       2000-LIST-ONE-WARNING.
           MOVE SPACES TO WS-DETAIL-LINE
           MOVE FD-RECORD-KEY OF WARNING-RECORD TO WS-DETAIL-KEY
           MOVE FD-EDIT-LIMIT-RULE OF WARNING-RECORD TO WS-DETAIL-RULE
           MOVE FD-RECORD-STATUS-CODE OF WARNING-RECORD
               TO WS-DETAIL-STATUS
           MOVE FD-RECORD-AMOUNT-1 OF WARNING-RECORD
               TO WS-DETAIL-AMOUNT-1
           MOVE FD-RECORD-AMOUNT-2 OF WARNING-RECORD
               TO WS-DETAIL-AMOUNT-2
           MOVE FD-RECORD-DATE OF WARNING-RECORD TO WS-DETAIL-DATE
           MOVE FD-RECORD-SOURCE-NAME OF WARNING-RECORD
               TO WS-DETAIL-SOURCE
           WRITE WARNING-REPORT-RECORD FROM WS-DETAIL-LINE
           IF NOT WS-REPORT-STATUS-OK
               DISPLAY 'FILEWRN: WARNING-REPORT-FILE WRITE FAILED, '
                       'STATUS = ' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2000-EXIT
           END-IF
           MOVE 'N' TO WS-RULE-FOUND-SWITCH
           MOVE ZERO TO WS-RULE-SUB
           PERFORM 2100-MATCH-RULE-ENTRY THRU 2100-EXIT
               UNTIL WS-RULE-FOUND
                   OR WS-RULE-SUB >= WS-RULE-ENTRY-COUNT
           IF WS-RULE-FOUND
               ADD 1 TO WS-RULE-WARN-COUNT (WS-RULE-SUB)
           ELSE
               ADD 1 TO WS-OTHER-RULE-COUNT
           END-IF
           PERFORM 0200-READ-WARNING-FILE THRU 0200-EXIT
           .
       2000-EXIT.
           EXIT.

       2100-MATCH-RULE-ENTRY.
           ADD 1 TO WS-RULE-SUB
           IF WS-RULE-ID (WS-RULE-SUB) =
                   FD-EDIT-LIMIT-RULE OF WARNING-RECORD
               SET WS-RULE-FOUND TO TRUE
           END-IF
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WARNINGS BY RULE, THEN THE TOTAL.
      *----------------------------------------------------------------
       3000-WRITE-RULE-TOTALS.
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           WRITE WARNING-REPORT-RECORD FROM WS-REPORT-TEXT-LINE
           IF NOT WS-REPORT-STATUS-OK
               GO TO 3000-WRITE-ERROR
           END-IF
           MOVE 'WARNINGS BY RULE' TO WS-REPORT-TEXT-LINE
           WRITE WARNING-REPORT-RECORD FROM WS-REPORT-TEXT-LINE
           IF NOT WS-REPORT-STATUS-OK
               GO TO 3000-WRITE-ERROR
           END-IF
           MOVE ZERO TO WS-RULE-SUB
           PERFORM 3100-WRITE-RULE-LINE THRU 3100-EXIT
               UNTIL WS-RULE-SUB >= WS-RULE-ENTRY-COUNT
                   OR WS-ABORT-REQUESTED
           IF WS-ABORT-REQUESTED
               GO TO 3000-EXIT
           END-IF
           IF WS-OTHER-RULE-COUNT > ZERO
               MOVE SPACES TO WS-RULE-LINE
               MOVE 'RULE NOT RECOGNIZED' TO WS-RULE-LINE-TEXT
               MOVE WS-OTHER-RULE-COUNT TO WS-RULE-LINE-COUNT
               WRITE WARNING-REPORT-RECORD FROM WS-RULE-LINE
               IF NOT WS-REPORT-STATUS-OK
                   GO TO 3000-WRITE-ERROR
               END-IF
           END-IF
           MOVE SPACES TO WS-RULE-LINE
           MOVE 'TOTAL RECORDS WARNED' TO WS-RULE-LINE-TEXT
           MOVE WS-WARNING-READ-COUNT TO WS-RULE-LINE-COUNT
           WRITE WARNING-REPORT-RECORD FROM WS-RULE-LINE
           IF NOT WS-REPORT-STATUS-OK
               GO TO 3000-WRITE-ERROR
           END-IF
           GO TO 3000-EXIT
           .
       3000-WRITE-ERROR.
           DISPLAY 'FILEWRN: WARNING-REPORT-FILE WRITE FAILED, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       3000-EXIT.
           EXIT.

       3100-WRITE-RULE-LINE.
           ADD 1 TO WS-RULE-SUB
           MOVE SPACES TO WS-RULE-LINE
           MOVE WS-RULE-ID (WS-RULE-SUB) TO WS-RULE-LINE-ID
           MOVE WS-RULE-TEXT (WS-RULE-SUB) TO WS-RULE-LINE-TEXT
           MOVE WS-RULE-WARN-COUNT (WS-RULE-SUB) TO WS-RULE-LINE-COUNT
           WRITE WARNING-REPORT-RECORD FROM WS-RULE-LINE
           IF NOT WS-REPORT-STATUS-OK
               DISPLAY 'FILEWRN: WARNING-REPORT-FILE WRITE FAILED, '
                       'STATUS = ' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
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
           MOVE 'FILEWRN' TO OL-STEP-NAME
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
           MOVE 'FILEWRN' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           MOVE WS-WARNING-READ-COUNT TO OL-READ-COUNT
           MOVE ZERO TO OL-WRITTEN-COUNT
           MOVE ZERO TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEWRN: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEWRN: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB.  A WARNED RECORD WAS ACCEPTED ON PURPOSE, SO
      *    WARNINGS ALONE DO NOT RAISE THE RETURN CODE - THIS REPORT
      *    IS WHERE THEY ARE SEEN.
      *----------------------------------------------------------------
       9999-END.
           IF WS-WARNING-FILE-OPEN
               CLOSE WARNING-FILE
               IF NOT WS-WARNING-STATUS-OK
                   DISPLAY 'FILEWRN: WARNING-FILE CLOSE FAILED, '
                           'STATUS = ' WS-WARNING-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REPORT-FILE-OPEN
               CLOSE WARNING-REPORT-FILE
               IF NOT WS-REPORT-STATUS-OK
                   DISPLAY 'FILEWRN: WARNING-REPORT-FILE CLOSE '
                           'FAILED, STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'FILEWRN: WARNINGS READ = ' WS-WARNING-READ-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
