      *            REPAIRED AND WHAT STILL WAITS ON THE SOURCE AREA.
      * MODIFICATION HISTORY:
      *   02 SEP 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    CLEAR THE STATUS TRANSITION REASON FLAG
      *                       ON THE RECYCLED RECORD WITH THE OTHERS -
      *                       THE NEXT NIGHT'S RUN RE-TESTS THE
      *                       LIFECYCLE AGAINST THE INDEX AS IT THEN
      *                       STANDS.
      *   15 OCT 2026  RJM    RE-EDIT EACH CORRECTED RECORD AGAINST THE
      *                       DATA-QUALITY EDIT LIMITS (EDPDD, FDEDPRM
      *                       LAYOUT) AS WELL AS THE FORMAT EDITS.  A
      *                       REJECT-TIER FAILURE IS RE-REJECTED UNDER
      *                       THE RULE'S REASON; A WARN-TIER FAILURE IS
      *                       STILL RECYCLED AND REGISTERED 'APPLIED
      *                       WARN' WITH THE REASON.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILERCY.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REGISTER-FILE-STATUS.

       SELECT EDIT-PARM-FILE ASSIGN TO "EDPDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDIT-PARM-STATUS.

       SELECT OPS-LOG-FILE ASSIGN TO "OPSDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-LOG-FILE-STATUS.

       SELECT OPS-ID-FILE ASSIGN TO "OPSID"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-ID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD REGISTER-FILE.
       01 REGISTER-RECORD                 PIC X(80).

       FD EDIT-PARM-FILE.
       01 EDIT-PARM-RECORD                PIC X(80).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
               88  WS-RECYCLE-STATUS-OK         VALUE '00'.
           05  WS-REGISTER-FILE-STATUS    PIC X(02).
               88  WS-REGISTER-STATUS-OK        VALUE '00'.
           05  WS-EDIT-PARM-STATUS        PIC X(02).
               88  WS-EDIT-PARM-STATUS-OK       VALUE '00'.
               88  WS-EDIT-PARM-STATUS-GOOD     VALUES '00' '10'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
               88  WS-RECYCLE-FILE-OPEN                VALUE 'Y'.
           05  WS-REGISTER-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-REGISTER-FILE-OPEN               VALUE 'Y'.
           05  WS-EDIT-PARM-EOF-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-EDIT-PARM-END-OF-FILE            VALUE 'Y'.
           05  WS-RECORD-WARNED-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-RECORD-WARNED                    VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REJECT-READ-COUNT        PIC 9(09)  COMP  VALUE ZERO.
           05  WS-CORRECTION-COUNT         PIC 9(09)  COMP  VALUE ZERO.
           05  WS-APPLIED-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-WARNED-COUNT             PIC 9(09)  COMP  VALUE ZERO.
           05  WS-RE-REJECTED-COUNT        PIC 9(09)  COMP  VALUE ZERO.
           05  WS-OUTSTANDING-COUNT        PIC 9(09)  COMP  VALUE ZERO.
           05  WS-UNMATCHED-COUNT          PIC 9(09)  COMP  VALUE ZERO.

           COPY FDRECORD REPLACING ==FD-RECORD== BY ==WS-WORK-RECORD==.

           COPY FDEDPRM.

      *    PER-FEED CONTROL TOTALS FOR THE TRL RECORD - THE SAME
      *    RECORD COUNT PLUS HASH TOTALS OF BOTH AMOUNTS THAT
      *    FILEDEMO BALANCES EVERY INBOUND FEED AGAINST.
           05  WS-REGISTER-REASON          PIC X(30).
           05  FILLER                      PIC X(24)  VALUE SPACES.

           COPY FDOPSLG.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-OPS-LOG THRU 9800-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-READ-REJECT-FILE THRU 0200-EXIT
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-REJECT-READ-COUNT WS-CORRECTION-COUNT
                        WS-APPLIED-COUNT WS-WARNED-COUNT
                        WS-RE-REJECTED-COUNT
                        WS-OUTSTANDING-COUNT WS-UNMATCHED-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1200-LOAD-CORRECTIONS THRU 1200-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1400-LOAD-EDIT-LIMITS THRU 1400-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1100-WRITE-REGISTER-HEADINGS THRU 1100-EXIT
           END-IF
       1300-EXIT.
           EXIT.

      *    THE SAME EDIT-LIMIT RULES FILEDEMO LOADS, AND THE SAME
      *    REFUSAL TO RUN ON A RULE SET THAT DID NOT LOAD WHOLE.  AN
      *    EMPTY DATASET MEANS NO LIMITS.
       1400-LOAD-EDIT-LIMITS.
           MOVE ZERO TO EP-RULE-COUNT
           OPEN INPUT EDIT-PARM-FILE
           IF NOT WS-EDIT-PARM-STATUS-OK
               DISPLAY 'FILERCY: EDIT-PARM-FILE OPEN FAILED, STATUS = '
                       WS-EDIT-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1400-EXIT
           END-IF
           MOVE 'N' TO WS-EDIT-PARM-EOF-SWITCH
           PERFORM 1450-LOAD-ONE-LIMIT THRU 1450-EXIT
               UNTIL WS-EDIT-PARM-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE EDIT-PARM-FILE
           IF WS-ABORT-REQUESTED
               GO TO 1400-EXIT
           END-IF
           DISPLAY 'FILERCY: EDIT-LIMIT RULES LOADED = ' EP-RULE-COUNT
           MOVE WS-RUN-DATE TO EP-CHECK-DATE
           PERFORM 2580-DATE-TO-DAYNUM THRU 2580-EXIT
           MOVE EP-DAYNUM TO EP-RUN-DAYNUM
           .
       1400-EXIT.
           EXIT.

       1450-LOAD-ONE-LIMIT.
           READ EDIT-PARM-FILE INTO EP-PARM-CARD
               AT END
                   SET WS-EDIT-PARM-END-OF-FILE TO TRUE
                   GO TO 1450-EXIT
           END-READ
           IF NOT WS-EDIT-PARM-STATUS-GOOD
               DISPLAY 'FILERCY: EDIT-PARM-FILE READ ERROR, STATUS = '
                       WS-EDIT-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1450-EXIT
           END-IF
           IF EP-PARM-CARD = SPACES OR EP-PARM-CARD (1:1) = '*'
               GO TO 1450-EXIT
           END-IF
           IF EP-RULE-COUNT >= EP-RULE-MAX
               DISPLAY 'FILERCY: MORE THAN ' EP-RULE-MAX
                       ' EDIT-LIMIT RULES ON EDPDD'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1450-EXIT
           END-IF
           ADD 1 TO EP-RULE-COUNT
           MOVE EP-RULE-COUNT TO EP-CHECK-SUB
           MOVE EP-CARD-RULE   TO EP-RULE-ID (EP-CHECK-SUB)
           MOVE EP-CARD-STATUS TO EP-RULE-STATUS (EP-CHECK-SUB)
           MOVE EP-CARD-ACTION TO EP-RULE-ACTION (EP-CHECK-SUB)
           MOVE ZERO TO EP-RULE-LOW (EP-CHECK-SUB)
                        EP-RULE-HIGH (EP-CHECK-SUB)
                        EP-RULE-PERCENT (EP-CHECK-SUB)
                        EP-RULE-DAYS (EP-CHECK-SUB)
           IF NOT EP-RULE-KNOWN (EP-CHECK-SUB)
                   OR NOT EP-RULE-VALID-ACTION (EP-CHECK-SUB)
                   OR (NOT EP-RULE-ANY-STATUS (EP-CHECK-SUB)
                       AND EP-CARD-STATUS NOT = 'AC'
                       AND EP-CARD-STATUS NOT = 'PE'
                       AND EP-CARD-STATUS NOT = 'CL')
               GO TO 1450-BAD-CARD
           END-IF
           IF EP-RULE-AMOUNT-1 (EP-CHECK-SUB)
                   OR EP-RULE-AMOUNT-2 (EP-CHECK-SUB)
               IF EP-CARD-LOW NOT NUMERIC OR EP-CARD-HIGH NOT NUMERIC
                   GO TO 1450-BAD-CARD
               END-IF
               IF EP-CARD-LOW > EP-CARD-HIGH
                   GO TO 1450-BAD-CARD
               END-IF
               MOVE EP-CARD-LOW  TO EP-RULE-LOW (EP-CHECK-SUB)
               MOVE EP-CARD-HIGH TO EP-RULE-HIGH (EP-CHECK-SUB)
           END-IF
           IF EP-RULE-AMT-2-SHARE (EP-CHECK-SUB)
               IF EP-CARD-PERCENT NOT NUMERIC
                   GO TO 1450-BAD-CARD
               END-IF
               MOVE EP-CARD-PERCENT TO EP-RULE-PERCENT (EP-CHECK-SUB)
           END-IF
           IF EP-RULE-OLDEST-DATE (EP-CHECK-SUB)
                   OR EP-RULE-FUTURE-DATE (EP-CHECK-SUB)
               IF EP-CARD-DAYS NOT NUMERIC
                   GO TO 1450-BAD-CARD
               END-IF
               MOVE EP-CARD-DAYS TO EP-RULE-DAYS (EP-CHECK-SUB)
           END-IF
           GO TO 1450-EXIT
           .
       1450-BAD-CARD.
           DISPLAY 'FILERCY: EDIT PARAMETER CARD UNUSABLE - '
                   EP-PARM-CARD
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    REJECT-FILE READ
      *----------------------------------------------------------------
               IF NOT WS-ABORT-REQUESTED
                   ADD 1 TO WS-APPLIED-COUNT
                   MOVE 'APPLIED' TO WS-REGISTER-DISPOSITION
                   IF WS-RECORD-WARNED
                       ADD 1 TO WS-WARNED-COUNT
                       MOVE 'APPLIED WARN' TO WS-REGISTER-DISPOSITION
                   END-IF
                   PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT
               END-IF
           ELSE
           EXIT.

      *    SAME EDITS AS FILEDEMO'S 0300-VALIDATE-RECORD, WITH THE
      *    FIRST FAILING EDIT NAMED ON THE REGISTER LINE.  THE EDIT
      *    LIMITS COME LAST, ONCE THE FIELDS ARE KNOWN WELL FORMED.
       2300-VALIDATE-WORK-RECORD.
           SET WS-RECORD-VALID TO TRUE
           MOVE 'N' TO WS-RECORD-WARNED-SWITCH
           IF FD-RECORD-KEY OF WS-WORK-RECORD = SPACES
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'RECORD KEY IS BLANK' TO WS-REGISTER-REASON
           IF NOT FD-STATUS-VALID-CODES OF WS-WORK-RECORD
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'INVALID STATUS CODE' TO WS-REGISTER-REASON
               GO TO 2300-EXIT
           END-IF
           IF EP-RULE-COUNT = ZERO
               GO TO 2300-EXIT
           END-IF
           MOVE FD-RECORD-STATUS-CODE OF WS-WORK-RECORD
               TO EP-CHECK-STATUS
           MOVE FD-RECORD-AMOUNT-1 OF WS-WORK-RECORD
               TO EP-CHECK-AMOUNT-1
           MOVE FD-RECORD-AMOUNT-2 OF WS-WORK-RECORD
               TO EP-CHECK-AMOUNT-2
           MOVE FD-RECORD-DATE OF WS-WORK-RECORD TO EP-CHECK-DATE
           PERFORM 2500-CHECK-EDIT-LIMITS THRU 2500-EXIT
           IF EP-CHECK-REJECTED
               SET WS-RECORD-INVALID TO TRUE
               MOVE EP-CHECK-REASON TO WS-REGISTER-REASON
           END-IF
           IF EP-CHECK-WARNED
               SET WS-RECORD-WARNED TO TRUE
               MOVE EP-CHECK-REASON TO WS-REGISTER-REASON
           END-IF
           .
       2300-EXIT.
      *    BOTH AMOUNTS ARE KNOWN NUMERIC HERE - 2300 EDITED THEM.
       2400-WRITE-RECYCLE-RECORD.
           MOVE SPACES TO FD-RECORD-REJECT-REASONS OF WS-WORK-RECORD
           MOVE SPACE TO FD-REJ-TRANSITION-FLAG OF WS-WORK-RECORD
           MOVE SPACES TO FD-EDIT-LIMIT-RULE OF WS-WORK-RECORD
           MOVE SPACES TO FD-RECORD-SOURCE-NAME OF WS-WORK-RECORD
           MOVE ZERO TO FD-RECORD-SOURCE-SEQ OF WS-WORK-RECORD
                        FD-RECORD-NET-AMOUNT OF WS-WORK-RECORD
       2400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    EDIT-LIMIT CHECK AGAINST THE FDEDPRM RULE TABLE.  THE CALLER
      *    SETS EP-CHECK-STATUS, -AMOUNT-1, -AMOUNT-2 AND -DATE.  THE
      *    FIRST REJECT-TIER RULE FAILED ENDS THE SCAN AND REJECTS;
      *    FAILING ONLY WARN-TIER RULES WARNS UNDER THE FIRST OF THEM.
      *----------------------------------------------------------------
       2500-CHECK-EDIT-LIMITS.
           SET EP-CHECK-PASSED TO TRUE
           MOVE SPACES TO EP-CHECK-RULE EP-CHECK-REASON
           MOVE EP-CHECK-AMOUNT-1 TO EP-CHECK-AMT-1-SIZE
           MOVE EP-CHECK-AMOUNT-2 TO EP-CHECK-AMT-2-SIZE
           MOVE 'N' TO EP-CHECK-DATE-SWITCH
           IF EP-CHECK-MONTH >= 1 AND EP-CHECK-MONTH <= 12
                   AND EP-CHECK-DAY >= 1 AND EP-CHECK-DAY <= 31
               SET EP-CHECK-DATE-USABLE TO TRUE
               PERFORM 2580-DATE-TO-DAYNUM THRU 2580-EXIT
               MOVE EP-DAYNUM TO EP-RECORD-DAYNUM
           END-IF
           MOVE ZERO TO EP-CHECK-SUB
           PERFORM 2550-CHECK-ONE-LIMIT THRU 2550-EXIT
               UNTIL EP-CHECK-REJECTED
                   OR EP-CHECK-SUB >= EP-RULE-COUNT
           .
       2500-EXIT.
           EXIT.

       2550-CHECK-ONE-LIMIT.
           ADD 1 TO EP-CHECK-SUB
           IF NOT EP-RULE-ANY-STATUS (EP-CHECK-SUB)
                   AND EP-RULE-STATUS (EP-CHECK-SUB)
                       NOT = EP-CHECK-STATUS
               GO TO 2550-EXIT
           END-IF
           IF EP-CHECK-WARNED AND EP-RULE-WARN (EP-CHECK-SUB)
               GO TO 2550-EXIT
           END-IF
           MOVE 'N' TO EP-CHECK-FAIL-SWITCH
           EVALUATE TRUE
               WHEN EP-RULE-AMOUNT-1 (EP-CHECK-SUB)
                   IF EP-CHECK-AMOUNT-1 < EP-RULE-LOW (EP-CHECK-SUB)
                           OR EP-CHECK-AMOUNT-1
                               > EP-RULE-HIGH (EP-CHECK-SUB)
                       SET EP-CHECK-RULE-FAILED TO TRUE
                       MOVE 'AMOUNT-1 OUTSIDE LIMITS'
                           TO EP-CHECK-FAIL-REASON
                   END-IF
               WHEN EP-RULE-AMOUNT-2 (EP-CHECK-SUB)
                   IF EP-CHECK-AMOUNT-2 < EP-RULE-LOW (EP-CHECK-SUB)
                           OR EP-CHECK-AMOUNT-2
                               > EP-RULE-HIGH (EP-CHECK-SUB)
                       SET EP-CHECK-RULE-FAILED TO TRUE
                       MOVE 'AMOUNT-2 OUTSIDE LIMITS'
                           TO EP-CHECK-FAIL-REASON
                   END-IF
               WHEN EP-RULE-AMT-2-SHARE (EP-CHECK-SUB)
                   COMPUTE EP-CHECK-CEILING =
                       EP-CHECK-AMT-1-SIZE
                       * EP-RULE-PERCENT (EP-CHECK-SUB) / 100
                   IF EP-CHECK-AMT-2-SIZE > EP-CHECK-CEILING
                       SET EP-CHECK-RULE-FAILED TO TRUE
                       MOVE 'AMOUNT-2 OVER AMT-1 SHARE'
                           TO EP-CHECK-FAIL-REASON
                   END-IF
               WHEN EP-RULE-OLDEST-DATE (EP-CHECK-SUB)
                   IF NOT EP-CHECK-DATE-USABLE
                           OR EP-RECORD-DAYNUM
                               + EP-RULE-DAYS (EP-CHECK-SUB)
                               < EP-RUN-DAYNUM
                       SET EP-CHECK-RULE-FAILED TO TRUE
                       MOVE 'DATE OLDER THAN LIMIT'
                           TO EP-CHECK-FAIL-REASON
                   END-IF
               WHEN EP-RULE-FUTURE-DATE (EP-CHECK-SUB)
                   IF NOT EP-CHECK-DATE-USABLE
                           OR EP-RECORD-DAYNUM > EP-RUN-DAYNUM
                               + EP-RULE-DAYS (EP-CHECK-SUB)
                       SET EP-CHECK-RULE-FAILED TO TRUE
                       MOVE 'DATE BEYOND FUTURE LIMIT'
                           TO EP-CHECK-FAIL-REASON
                   END-IF
           END-EVALUATE
           IF NOT EP-CHECK-RULE-FAILED
               GO TO 2550-EXIT
           END-IF
           MOVE EP-RULE-ID (EP-CHECK-SUB) TO EP-CHECK-RULE
           MOVE EP-CHECK-FAIL-REASON TO EP-CHECK-REASON
           IF EP-RULE-REJECT (EP-CHECK-SUB)
               SET EP-CHECK-REJECTED TO TRUE
           ELSE
               SET EP-CHECK-WARNED TO TRUE
           END-IF
           .
       2550-EXIT.
           EXIT.

      *    EP-CHECK-DATE (YYYYMMDD) TO A DAY NUMBER IN EP-DAYNUM, WITH
      *    THE YEAR STARTING IN MARCH SO THE LEAP DAY FALLS LAST.
       2580-DATE-TO-DAYNUM.
           MOVE EP-CHECK-YEAR  TO EP-DAYNUM-YEAR
           MOVE EP-CHECK-MONTH TO EP-DAYNUM-MONTH
           MOVE EP-CHECK-DAY   TO EP-DAYNUM-DAY
           IF EP-DAYNUM-MONTH < 3
               SUBTRACT 1 FROM EP-DAYNUM-YEAR
               ADD 12 TO EP-DAYNUM-MONTH
           END-IF
           COMPUTE EP-DAYNUM = EP-DAYNUM-YEAR * 365 + EP-DAYNUM-DAY
           DIVIDE EP-DAYNUM-YEAR BY 4 GIVING EP-DAYNUM-QUOTIENT
           ADD EP-DAYNUM-QUOTIENT TO EP-DAYNUM
           DIVIDE EP-DAYNUM-YEAR BY 100 GIVING EP-DAYNUM-QUOTIENT
           SUBTRACT EP-DAYNUM-QUOTIENT FROM EP-DAYNUM
           DIVIDE EP-DAYNUM-YEAR BY 400 GIVING EP-DAYNUM-QUOTIENT
           ADD EP-DAYNUM-QUOTIENT TO EP-DAYNUM
           COMPUTE EP-DAYNUM-QUOTIENT =
               ((EP-DAYNUM-MONTH - 3) * 153 + 2) / 5
           ADD EP-DAYNUM-QUOTIENT TO EP-DAYNUM
           .
       2580-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A CORRECTION CARD STILL UNUSED AFTER THE REJECT FILE HAS
      *    DRAINED MATCHED NOTHING - EITHER THE KEY WAS MISTYPED OR
       3200-EXIT.
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
           MOVE 'FILERCY' TO OL-STEP-NAME
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
           MOVE 'FILERCY' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           COMPUTE OL-READ-COUNT = WS-REJECT-READ-COUNT
                   + WS-CORRECTION-COUNT
           MOVE WS-APPLIED-COUNT TO OL-WRITTEN-COUNT
           COMPUTE OL-REJECTED-COUNT = WS-RE-REJECTED-COUNT
                   + WS-UNMATCHED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILERCY: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILERCY: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB.  A RUN THAT RE-REJECTED A CORRECTION OR FOUND
      *    ONE UNMATCHED ENDS WITH A WARNING RETURN CODE SO THE
           DISPLAY 'FILERCY: REJECTS READ      = ' WS-REJECT-READ-COUNT
           DISPLAY 'FILERCY: CORRECTIONS READ  = ' WS-CORRECTION-COUNT
           DISPLAY 'FILERCY: APPLIED/RECYCLED  = ' WS-APPLIED-COUNT
           DISPLAY 'FILERCY: APPLIED WITH WARN = ' WS-WARNED-COUNT
           DISPLAY 'FILERCY: RE-REJECTED       = ' WS-RE-REJECTED-COUNT
           DISPLAY 'FILERCY: STILL OUTSTANDING = ' WS-OUTSTANDING-COUNT
           DISPLAY 'FILERCY: UNMATCHED CARDS   = ' WS-UNMATCHED-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
