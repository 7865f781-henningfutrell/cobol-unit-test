      *                       QUESTIONED NUMBER TRACES STRAIGHT BACK
      *                       TO ITS INPUT FEED.  THE RUN DATE IS NOW
      *                       CAPTURED ONCE AT INITIALIZATION.
      *   15 OCT 2026  RJM    HOLD EVERY RECORD TO THE STATUS
      *                       LIFECYCLE (FDSTTRN TABLE): ITS STATUS IS
      *                       COMPARED WITH THE PRIOR-NIGHT VERSION ON
      *                       THE INDEX (PRIDD, READ BY KEY) AND AN
      *                       ILLEGAL TRANSITION IS REJECTED WITH ITS
      *                       OWN REASON FLAG.  CLOSED TO PENDING
      *                       PASSES ONLY FOR A RECORD AN ARCHIVE
      *                       RESTORE PUT BACK.  A PRIOR-NIGHT INDEX
      *                       THAT WILL NOT OPEN SKIPS THE EDIT WITH A
      *                       WARNING RETURN CODE.
      *   15 OCT 2026  RJM    HOLD EVERY RECORD THAT PASSES THE FORMAT
      *                       EDITS TO THE DATA-QUALITY EDIT LIMITS ON
      *                       THE SHARED PARAMETER DATASET (EDPDD,
      *                       FDEDPRM LAYOUT).  A REJECT-TIER FAILURE
      *                       IS REJECTED WITH THE RULE ID ON THE
      *                       REJECT RECORD; A WARN-TIER FAILURE STILL
      *                       GOES TO OUTPUT-FILE AND IS ALSO WRITTEN,
      *                       WITH ITS RULE ID, TO THE WARNINGS FILE
      *                       (WRNDD) FOR THE MORNING WARNINGS REPORT.
      *                       THE WARNED COUNT IS CHECKPOINTED AND
      *                       PRINTED ON THE CONTROL REPORT.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      *   15 OCT 2026  RJM    RUN AS ONE KEY-RANGE PARTITION OF THE
      *                       NIGHT WHEN A PARTITION CARD (FDPARTN) IS
      *                       ON PRTDD: RECORDS OUTSIDE THE RANGE ARE
      *                       PASSED OVER, AND INSTEAD OF BALANCING
      *                       EACH FEED ITSELF THE PARTITION WRITES ITS
      *                       IN-RANGE TOTALS AND THE FEED'S TRAILER TO
      *                       THE PARTITION-TOTALS FILE (PTOTDD) FOR
      *                       THE MERGE STEP (FILEMRG), WHICH ALSO
      *                       KEEPS THE RUN HISTORY.  CHECKPOINT ON
      *                       RECORDS READ SINCE THE LAST CHECKPOINT
      *                       RATHER THAN ON AN EXACT MULTIPLE, SINCE A
      *                       PARTITION PASSES MOST RECORDS OVER; THE
      *                       OUT-OF-RANGE COUNT IS CHECKPOINTED.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEDEMO.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

       SELECT PRIOR-INDEX-FILE ASSIGN TO "PRIDD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FD-RECORD-KEY OF PRIOR-INDEX-RECORD
           FILE STATUS IS WS-PRIOR-INDEX-STATUS.

       SELECT EDIT-PARM-FILE ASSIGN TO "EDPDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDIT-PARM-STATUS.

       SELECT WARNING-FILE ASSIGN TO "WRNDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WARNING-FILE-STATUS.

       SELECT PARTITION-CARD-FILE ASSIGN TO "PRTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITION-CARD-STATUS.

       SELECT PARTITION-TOTALS-FILE ASSIGN TO "PTOTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITION-TOTALS-STATUS.

       SELECT OPS-LOG-FILE ASSIGN TO "OPSDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-LOG-FILE-STATUS.

       SELECT OPS-ID-FILE ASSIGN TO "OPSID"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-ID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       01 CONTROL-RECORD                  PIC X(80).

       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD                PIC X(109).

       FD SUMMARY-REPORT-FILE.
       01 SUMMARY-REPORT-RECORD           PIC X(80).
       FD HISTORY-FILE.
       01 HISTORY-RECORD                  PIC X(80).

       FD PRIOR-INDEX-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD==
                                BY ==PRIOR-INDEX-RECORD==.

       FD EDIT-PARM-FILE.
       01 EDIT-PARM-RECORD                PIC X(80).

       FD WARNING-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==WARNING-RECORD==.

       FD PARTITION-CARD-FILE.
       01 PARTITION-CARD-RECORD           PIC X(80).

       FD PARTITION-TOTALS-FILE.
       01 PARTITION-TOTALS-OUT-RECORD     PIC X(170).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-INPUT-DATASET-NAME          PIC X(80)  VALUE SPACES.
           05  WS-HISTORY-FILE-STATUS     PIC X(02).
               88  WS-HISTORY-STATUS-OK         VALUE '00'.
               88  WS-HISTORY-STATUS-GOOD       VALUES '00' '10'.
           05  WS-PRIOR-INDEX-STATUS      PIC X(02).
               88  WS-PRIOR-INDEX-OK            VALUE '00'.
               88  WS-PRIOR-INDEX-NOT-FOUND     VALUE '23'.
           05  WS-EDIT-PARM-STATUS        PIC X(02).
               88  WS-EDIT-PARM-STATUS-OK       VALUE '00'.
               88  WS-EDIT-PARM-STATUS-GOOD     VALUES '00' '10'.
           05  WS-WARNING-FILE-STATUS     PIC X(02).
               88  WS-WARNING-STATUS-OK         VALUE '00'.
           05  WS-PARTITION-CARD-STATUS   PIC X(02).
               88  WS-PARTITION-CARD-OK         VALUE '00'.
               88  WS-PARTITION-CARD-GOOD       VALUES '00' '10'.
           05  WS-PARTITION-TOTALS-STATUS PIC X(02).
               88  WS-PARTITION-TOTALS-OK       VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
               88  WS-HISTORY-END-OF-FILE              VALUE 'Y'.
           05  WS-BALANCE-ERROR-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-BALANCE-ERROR-SEEN               VALUE 'Y'.
           05  WS-PRIOR-INDEX-OPEN-SWITCH  PIC X(01)  VALUE 'N'.
               88  WS-PRIOR-INDEX-OPEN                 VALUE 'Y'.
           05  WS-WARNING-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-WARNING-FILE-OPEN                VALUE 'Y'.
           05  WS-EDIT-PARM-EOF-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-EDIT-PARM-END-OF-FILE            VALUE 'Y'.
           05  WS-RECORD-WARNED-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-RECORD-WARNED                    VALUE 'Y'.
           05  WS-PARTITION-SWITCH         PIC X(01)  VALUE 'N'.
               88  WS-PARTITION-MODE                   VALUE 'Y'.
           05  WS-PARTITION-CARD-EOF-SWITCH PIC X(01) VALUE 'N'.
               88  WS-PARTITION-CARD-END-OF-FILE       VALUE 'Y'.
           05  WS-PARTITION-TOTALS-OPEN-SW PIC X(01)  VALUE 'N'.
               88  WS-PARTITION-TOTALS-OPEN            VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-WRITE-COUNT              PIC 9(09)  COMP  VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(09)  COMP  VALUE ZERO.
           05  WS-WARN-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-FILE-READ-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-FILE-DATA-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-FILE-SEQUENCE-NUMBER     PIC 9(05)  COMP  VALUE ZERO.
           05  WS-CHECKPOINT-QUOTIENT      PIC 9(09)  COMP  VALUE ZERO.
           05  WS-CHECKPOINT-REMAINDER     PIC 9(09)  COMP  VALUE ZERO.
           05  WS-RANGE-SKIP-COUNT         PIC 9(09)  COMP  VALUE ZERO.
           05  WS-LAST-CHECKPOINT-COUNT    PIC 9(09)  COMP  VALUE ZERO.

       77  WS-CHECKPOINT-INTERVAL          PIC 9(05)  COMP  VALUE 1000.
       77  WS-PARM-MOVE-LENGTH             PIC 9(04)  COMP  VALUE ZERO.
           05  WS-CKPT-AMT-1-TOTAL         PIC S9(13)V99.
           05  WS-CKPT-AMT-2-TOTAL         PIC S9(13)V99.
           05  WS-CKPT-BALANCE-FLAG        PIC X(01).
           05  WS-CKPT-WARN-COUNT          PIC 9(09).
           05  WS-CKPT-RANGE-SKIP-COUNT    PIC 9(09).

      *    THIS PARTITION'S KEY RANGE.  A BLANK LOW OR HIGH KEY ON THE
      *    PARTITION CARD OPENS THAT END OF THE RANGE, SO THE FIRST
      *    AND LAST PARTITIONS BETWEEN THEM TAKE EVERY KEY THERE IS.
       01  WS-PARTITION-RANGE.
           05  WS-PARTITION-ID             PIC X(02)  VALUE SPACES.
           05  WS-PARTITION-LOW-KEY        PIC X(10)  VALUE LOW-VALUES.
           05  WS-PARTITION-HIGH-KEY       PIC X(10)  VALUE HIGH-VALUES.

      *    RUNNING PER-DATASET TOTALS OF THE AMOUNTS ON EVERY DATA
      *    RECORD WRITTEN TO OUTPUT-FILE OR REJECT-FILE, BALANCED

      *    ONE FLAG PER EDIT IN 0300-VALIDATE-RECORD, COPIED ONTO THE
      *    REJECT-FILE RECORD SO THE MORNING REVIEW CAN SEE WHICH
      *    EDIT(S) FAILED WITHOUT RE-DERIVING THEM BY EYE.  THE FIRST
      *    FIVE MOVE AS ONE GROUP; THE TRANSITION FLAG HAS ITS OWN
      *    PLACE IN THE RECORD AND MOVES ON ITS OWN.
       01  WS-REJECT-REASON-FLAGS.
           05  WS-REJ-KEY-FLAG             PIC X(01)  VALUE SPACE.
           05  WS-REJ-AMT-1-FLAG           PIC X(01)  VALUE SPACE.
           05  WS-REJ-AMT-2-FLAG           PIC X(01)  VALUE SPACE.
           05  WS-REJ-DATE-FLAG            PIC X(01)  VALUE SPACE.
           05  WS-REJ-STATUS-FLAG          PIC X(01)  VALUE SPACE.
       01  WS-REJ-TRANSITION-FLAG          PIC X(01)  VALUE SPACE.
      *    THE EDIT-LIMIT RULE A RECORD FAILED - ON A REJECT THE RULE
      *    THAT REJECTED IT, ON A WARNED RECORD THE RULE THAT WARNED.
       01  WS-REJ-LIMIT-RULE               PIC X(04)  VALUE SPACES.

           COPY FDSTTRN.

           COPY FDEDPRM.

           COPY FDPARTN.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.


       01  WS-REPORT-TEXT-LINE             PIC X(80)  VALUE SPACES.

           COPY FDOPSLG.

       LINKAGE SECTION.

      *    STANDARD MVS PARM LAYOUT - A HALFWORD BINARY LENGTH
       PROCEDURE DIVISION USING LK-PARM-AREA.

       0000-MAINLINE.
           PERFORM 9800-START-OPS-LOG THRU 9800-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-PROCESS-ALL-FILES THRU 2000-EXIT
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-READ-COUNT WS-WRITE-COUNT WS-REJECT-COUNT
                        WS-WARN-COUNT WS-FILE-SEQUENCE-NUMBER
                        WS-RANGE-SKIP-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-PARAMETERS THRU 1100-EXIT
           PERFORM 1700-READ-PARTITION-CARD THRU 1700-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-BUILD-FILE-LIST THRU 1200-EXIT
           IF WS-RESTART-REQUESTED
               PERFORM 1300-LOAD-CHECKPOINT THRU 1300-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1400-OPEN-OUTPUT-FILES THRU 1400-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1500-OPEN-PRIOR-INDEX THRU 1500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1600-LOAD-EDIT-LIMITS THRU 1600-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.
                   IF WS-CKPT-DATA-COUNT NOT NUMERIC
                       OR WS-CKPT-AMT-1-TOTAL NOT NUMERIC
                       OR WS-CKPT-AMT-2-TOTAL NOT NUMERIC
                       OR WS-CKPT-WARN-COUNT NOT NUMERIC
                       OR WS-CKPT-RANGE-SKIP-COUNT NOT NUMERIC
                       OR (WS-CKPT-BALANCE-FLAG NOT = 'Y'
                           AND WS-CKPT-BALANCE-FLAG NOT = 'N')
                       DISPLAY 'FILEDEMO: CHECKPOINT LAYOUT NOT '
                   MOVE WS-CKPT-READ-COUNT   TO WS-READ-COUNT
                   MOVE WS-CKPT-WRITE-COUNT  TO WS-WRITE-COUNT
                   MOVE WS-CKPT-REJECT-COUNT TO WS-REJECT-COUNT
                   MOVE WS-CKPT-WARN-COUNT   TO WS-WARN-COUNT
                   MOVE WS-CKPT-RANGE-SKIP-COUNT TO WS-RANGE-SKIP-COUNT
      *            AN OUT-OF-BALANCE DATASET SEEN BEFORE THE ABEND
      *            STAYS OUT OF BALANCE ACROSS THE RESTART.
                   IF WS-CKPT-BALANCE-FLAG = 'Y'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF WS-RESTART-REQUESTED
               OPEN EXTEND WARNING-FILE
           ELSE
               OPEN OUTPUT WARNING-FILE
           END-IF
           IF WS-WARNING-STATUS-OK
               SET WS-WARNING-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEDEMO: WARNING-FILE OPEN FAILED, STATUS = '
                       WS-WARNING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-PARTITION-MODE
               GO TO 1400-EXIT
           END-IF
           IF WS-RESTART-REQUESTED
               OPEN EXTEND PARTITION-TOTALS-FILE
           ELSE
               OPEN OUTPUT PARTITION-TOTALS-FILE
           END-IF
           IF WS-PARTITION-TOTALS-OK
               SET WS-PARTITION-TOTALS-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEDEMO: PARTITION-TOTALS-FILE OPEN FAILED, '
                       'STATUS = ' WS-PARTITION-TOTALS-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1400-EXIT.
           EXIT.

      *    THE INDEX AS IT STANDS BEFORE TONIGHT'S LOAD IS THE PRIOR-
      *    NIGHT VERSION OF EVERY RECORD - FEED AND KEYED MAINTENANCE
      *    ALIKE - THAT THE STATUS LIFECYCLE EDIT COMPARES AGAINST.
      *    A CLUSTER THAT WILL NOT OPEN (THE FIRST-EVER NIGHT, OR ONE
      *    LEFT BROKEN) DOES NOT STOP THE FEED; THE EDIT IS SKIPPED
      *    AND THE RUN ENDS WITH THE WARNING RETURN CODE SO THE
      *    UNCHECKED NIGHT IS SEEN.
       1500-OPEN-PRIOR-INDEX.
           OPEN INPUT PRIOR-INDEX-FILE
           IF WS-PRIOR-INDEX-OK
               SET WS-PRIOR-INDEX-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEDEMO: PRIOR-NIGHT INDEX NOT AVAILABLE, '
                       'STATUS = ' WS-PRIOR-INDEX-STATUS
                       ' - STATUS TRANSITIONS NOT CHECKED'
               IF RETURN-CODE = ZERO
                   MOVE WS-WARNING-RETURN-CODE TO RETURN-CODE
               END-IF
           END-IF
           .
       1500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LOAD THE EDIT-LIMIT RULES (FDEDPRM).  AN EMPTY DATASET (A
      *    DD DUMMY) MEANS NO LIMITS TONIGHT - ONLY THE FORMAT EDITS
      *    APPLY.  A DATASET THAT WILL NOT OPEN, A CARD THAT CANNOT BE
      *    READ AS A RULE, OR MORE RULES THAN THE TABLE HOLDS STOPS THE
      *    RUN BEFORE A RECORD IS READ - EDITING AGAINST HALF A RULE
      *    SET WOULD PASS WHAT THE OTHER HALF WAS THERE TO CATCH.
      *----------------------------------------------------------------
       1600-LOAD-EDIT-LIMITS.
           MOVE ZERO TO EP-RULE-COUNT
           OPEN INPUT EDIT-PARM-FILE
           IF NOT WS-EDIT-PARM-STATUS-OK
               DISPLAY 'FILEDEMO: EDIT-PARM-FILE OPEN FAILED, STATUS = '
                       WS-EDIT-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1600-EXIT
           END-IF
           MOVE 'N' TO WS-EDIT-PARM-EOF-SWITCH
           PERFORM 1650-LOAD-ONE-LIMIT THRU 1650-EXIT
               UNTIL WS-EDIT-PARM-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE EDIT-PARM-FILE
           IF WS-ABORT-REQUESTED
               GO TO 1600-EXIT
           END-IF
           DISPLAY 'FILEDEMO: EDIT-LIMIT RULES LOADED = ' EP-RULE-COUNT
           MOVE WS-RUN-DATE TO EP-CHECK-DATE
           PERFORM 0480-DATE-TO-DAYNUM THRU 0480-EXIT
           MOVE EP-DAYNUM TO EP-RUN-DAYNUM
           .
       1600-EXIT.
           EXIT.

       1650-LOAD-ONE-LIMIT.
           READ EDIT-PARM-FILE INTO EP-PARM-CARD
               AT END
                   SET WS-EDIT-PARM-END-OF-FILE TO TRUE
                   GO TO 1650-EXIT
           END-READ
           IF NOT WS-EDIT-PARM-STATUS-GOOD
               DISPLAY 'FILEDEMO: EDIT-PARM-FILE READ ERROR, STATUS = '
                       WS-EDIT-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1650-EXIT
           END-IF
           IF EP-PARM-CARD = SPACES OR EP-PARM-CARD (1:1) = '*'
               GO TO 1650-EXIT
           END-IF
           IF EP-RULE-COUNT >= EP-RULE-MAX
               DISPLAY 'FILEDEMO: MORE THAN ' EP-RULE-MAX
                       ' EDIT-LIMIT RULES ON EDPDD'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1650-EXIT
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
               GO TO 1650-BAD-CARD
           END-IF
           IF EP-RULE-AMOUNT-1 (EP-CHECK-SUB)
                   OR EP-RULE-AMOUNT-2 (EP-CHECK-SUB)
               IF EP-CARD-LOW NOT NUMERIC OR EP-CARD-HIGH NOT NUMERIC
                   GO TO 1650-BAD-CARD
               END-IF
               IF EP-CARD-LOW > EP-CARD-HIGH
                   GO TO 1650-BAD-CARD
               END-IF
               MOVE EP-CARD-LOW  TO EP-RULE-LOW (EP-CHECK-SUB)
               MOVE EP-CARD-HIGH TO EP-RULE-HIGH (EP-CHECK-SUB)
           END-IF
           IF EP-RULE-AMT-2-SHARE (EP-CHECK-SUB)
               IF EP-CARD-PERCENT NOT NUMERIC
                   GO TO 1650-BAD-CARD
               END-IF
               MOVE EP-CARD-PERCENT TO EP-RULE-PERCENT (EP-CHECK-SUB)
           END-IF
           IF EP-RULE-OLDEST-DATE (EP-CHECK-SUB)
                   OR EP-RULE-FUTURE-DATE (EP-CHECK-SUB)
               IF EP-CARD-DAYS NOT NUMERIC
                   GO TO 1650-BAD-CARD
               END-IF
               MOVE EP-CARD-DAYS TO EP-RULE-DAYS (EP-CHECK-SUB)
           END-IF
           GO TO 1650-EXIT
           .
       1650-BAD-CARD.
           DISPLAY 'FILEDEMO: EDIT PARAMETER CARD UNUSABLE - '
                   EP-PARM-CARD
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       1650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PARTITION CARD (FDPARTN).  LIKE THE CONTROL-FILE, THE DD IS
      *    OPTIONAL: ONE THAT WILL NOT OPEN OR HOLDS NO CARD (A DD
      *    DUMMY) MEANS AN UNPARTITIONED RUN OVER EVERY KEY, AS BEFORE.
      *    A CARD THAT IS THERE BUT UNUSABLE STOPS THE RUN - GUESSING
      *    AT A RANGE WOULD LOAD SOME KEYS TWICE AND OTHERS NOT AT ALL.
      *----------------------------------------------------------------
       1700-READ-PARTITION-CARD.
           OPEN INPUT PARTITION-CARD-FILE
           IF NOT WS-PARTITION-CARD-OK
               GO TO 1700-EXIT
           END-IF
           MOVE 'N' TO WS-PARTITION-CARD-EOF-SWITCH
           MOVE SPACES TO PT-PARTITION-CARD
           PERFORM 1750-READ-ONE-CARD THRU 1750-EXIT
               UNTIL WS-PARTITION-CARD-END-OF-FILE
                   OR WS-PARTITION-MODE OR WS-ABORT-REQUESTED
           CLOSE PARTITION-CARD-FILE
           IF NOT WS-PARTITION-MODE OR WS-ABORT-REQUESTED
               GO TO 1700-EXIT
           END-IF
           IF PT-CARD-PARTITION NOT NUMERIC
                   OR PT-CARD-PARTITION-NUM < 1
                   OR PT-CARD-PARTITION-NUM > 8
                   OR (PT-CARD-LOW-KEY NOT = SPACES
                       AND PT-CARD-HIGH-KEY NOT = SPACES
                       AND PT-CARD-LOW-KEY > PT-CARD-HIGH-KEY)
               DISPLAY 'FILEDEMO: PARTITION CARD UNUSABLE - '
                       PT-PARTITION-CARD
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1700-EXIT
           END-IF
           MOVE PT-CARD-PARTITION TO WS-PARTITION-ID
           IF PT-CARD-LOW-KEY NOT = SPACES
               MOVE PT-CARD-LOW-KEY TO WS-PARTITION-LOW-KEY
           END-IF
           IF PT-CARD-HIGH-KEY NOT = SPACES
               MOVE PT-CARD-HIGH-KEY TO WS-PARTITION-HIGH-KEY
           END-IF
           DISPLAY 'FILEDEMO: PARTITION ' WS-PARTITION-ID
                   ' KEYS ' PT-CARD-LOW-KEY ' THRU ' PT-CARD-HIGH-KEY
           .
       1700-EXIT.
           EXIT.

       1750-READ-ONE-CARD.
           READ PARTITION-CARD-FILE INTO PT-PARTITION-CARD
               AT END
                   SET WS-PARTITION-CARD-END-OF-FILE TO TRUE
                   GO TO 1750-EXIT
           END-READ
           IF NOT WS-PARTITION-CARD-GOOD
               DISPLAY 'FILEDEMO: PARTITION-CARD-FILE READ ERROR, '
                       'STATUS = ' WS-PARTITION-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1750-EXIT
           END-IF
           IF PT-PARTITION-CARD = SPACES
                   OR PT-PARTITION-CARD (1:1) = '*'
               GO TO 1750-EXIT
           END-IF
           SET WS-PARTITION-MODE TO TRUE
           .
       1750-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    DRIVING LOOP - ONE OR MANY INPUT DATASETS
      *----------------------------------------------------------------
               IF NOT WS-ABORT-REQUESTED
                   MOVE ZERO TO WS-FILE-READ-COUNT WS-FILE-DATA-COUNT
                                WS-FILE-AMT-1-TOTAL WS-FILE-AMT-2-TOTAL
                                WS-LAST-CHECKPOINT-COUNT
                   MOVE 'N' TO WS-FEED-HEADER-SWITCH
                               WS-FEED-TRAILER-SWITCH
                   SET WS-NOT-END-OF-FILE TO TRUE
                   PERFORM 2300-PROCESS-ONE-RECORD THRU 2300-EXIT
                       UNTIL WS-END-OF-FILE OR WS-ABORT-REQUESTED
                   IF NOT WS-ABORT-REQUESTED
                       IF WS-PARTITION-MODE
                           PERFORM 2600-WRITE-FEED-TOTALS THRU 2600-EXIT
                       ELSE
                           PERFORM 2500-BALANCE-ONE-FILE THRU 2500-EXIT
                       END-IF
                   END-IF
                   PERFORM 0900-CLOSE-INPUT THRU 0900-EXIT
               END-IF
           PERFORM 0300-VALIDATE-RECORD THRU 0300-EXIT
           IF WS-RECORD-VALID
               PERFORM 0800-WRITE-OUTPUT-RECORD THRU 0800-EXIT
               IF WS-RECORD-WARNED AND NOT WS-ABORT-REQUESTED
                   PERFORM 0820-WRITE-WARNING-RECORD THRU 0820-EXIT
               END-IF
           ELSE
               PERFORM 0850-WRITE-REJECT-RECORD THRU 0850-EXIT
           END-IF
               MOVE WS-CKPT-DATA-COUNT  TO WS-FILE-DATA-COUNT
               MOVE WS-CKPT-AMT-1-TOTAL TO WS-FILE-AMT-1-TOTAL
               MOVE WS-CKPT-AMT-2-TOTAL TO WS-FILE-AMT-2-TOTAL
               MOVE WS-CKPT-RECORD-COUNT TO WS-LAST-CHECKPOINT-COUNT
           END-IF
           .
       2400-EXIT.
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    A PARTITION SEES ONLY PART OF EACH FEED, SO IT CANNOT
      *    BALANCE ONE ITSELF.  IT HANDS THE MERGE THE FEED'S CONTROL
      *    RECORDS AS READ AND THE COUNT AND HASH TOTALS OF ITS OWN
      *    SHARE; FILEMRG ADDS THE SHARES UP AND BALANCES THE WHOLE.
      *----------------------------------------------------------------
       2600-WRITE-FEED-TOTALS.
           MOVE SPACES TO PT-TOTALS-RECORD
           SET PT-FEED-TOTALS TO TRUE
           PERFORM 2650-SET-PARTITION-FIELDS THRU 2650-EXIT
           MOVE WS-FILE-SEQUENCE-NUMBER TO PT-FEED-SEQ
           MOVE WS-INPUT-DATASET-NAME (1:44) TO PT-FEED-NAME
           MOVE WS-FEED-HEADER-SWITCH  TO PT-FEED-HEADER-FLAG
           MOVE WS-FEED-TRAILER-SWITCH TO PT-FEED-TRAILER-FLAG
           MOVE ZERO TO PT-FEED-TRL-COUNT PT-FEED-TRL-AMT-1
                        PT-FEED-TRL-AMT-2
           IF WS-FEED-TRAILER-SEEN
               MOVE WS-TRL-EXPECTED-COUNT TO PT-FEED-TRL-COUNT
               MOVE WS-TRL-EXPECTED-AMT-1 TO PT-FEED-TRL-AMT-1
               MOVE WS-TRL-EXPECTED-AMT-2 TO PT-FEED-TRL-AMT-2
           END-IF
           MOVE WS-FILE-DATA-COUNT  TO PT-FEED-DATA-COUNT
           MOVE WS-FILE-AMT-1-TOTAL TO PT-FEED-AMT-1-TOTAL
           MOVE WS-FILE-AMT-2-TOTAL TO PT-FEED-AMT-2-TOTAL
           WRITE PARTITION-TOTALS-OUT-RECORD FROM PT-TOTALS-RECORD
           IF NOT WS-PARTITION-TOTALS-OK
               DISPLAY 'FILEDEMO: PARTITION-TOTALS-FILE WRITE FAILED, '
                       'STATUS = ' WS-PARTITION-TOTALS-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       2600-EXIT.
           EXIT.

       2650-SET-PARTITION-FIELDS.
           MOVE WS-PARTITION-ID  TO PT-REC-PARTITION
           MOVE WS-RUN-DATE      TO PT-REC-RUN-DATE
           MOVE PT-CARD-LOW-KEY  TO PT-REC-LOW-KEY
           MOVE PT-CARD-HIGH-KEY TO PT-REC-HIGH-KEY
           .
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    INPUT-FILE OPEN / READ / CLOSE
      *----------------------------------------------------------------
               PERFORM 0250-CAPTURE-TRAILER THRU 0250-EXIT
               GO TO 0200-READ-INPUT-FILE
           END-IF
      *    ANOTHER PARTITION'S RECORD COUNTS AS READ FOR THE CHECKPOINT
      *    SKIP BUT IS OTHERWISE NONE OF THIS RUN'S BUSINESS.
           IF WS-PARTITION-MODE
               IF FD-RECORD-KEY OF INPUT-RECORD < WS-PARTITION-LOW-KEY
                       OR FD-RECORD-KEY OF INPUT-RECORD
                           > WS-PARTITION-HIGH-KEY
                   IF NOT WS-SKIPPING-TO-CHECKPOINT
                       ADD 1 TO WS-RANGE-SKIP-COUNT
                   END-IF
                   GO TO 0200-READ-INPUT-FILE
               END-IF
           END-IF
           IF NOT WS-SKIPPING-TO-CHECKPOINT
               ADD 1 TO WS-READ-COUNT
               ADD 1 TO WS-FILE-DATA-COUNT
           ELSE
               DISPLAY 'FILEDEMO: TRAILER TOTALS NOT NUMERIC, '
                       'DATASET = ' WS-INPUT-DATASET-NAME
      *        A PARTITION PASSES THE UNUSABLE TRAILER ON TO THE MERGE,
      *        WHICH CALLS THE FEED OUT OF BALANCE FOR THE WHOLE NIGHT.
               IF NOT WS-PARTITION-MODE
                   SET WS-BALANCE-ERROR-SEEN TO TRUE
                   MOVE 12 TO RETURN-CODE
               END-IF
               MOVE 'N' TO WS-FEED-TRAILER-SWITCH
           END-IF
           .
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'Y' TO WS-REJ-STATUS-FLAG
           END-IF
           MOVE SPACE TO WS-REJ-TRANSITION-FLAG
      *    THE LIFECYCLE EDIT NEEDS A KEY TO LOOK UP AND A STATUS TO
      *    MOVE TO - A RECORD FAILING EITHER IS ALREADY REJECTED.
           IF WS-PRIOR-INDEX-OPEN
                   AND WS-REJ-KEY-FLAG = SPACE
                   AND WS-REJ-STATUS-FLAG = SPACE
               PERFORM 0350-CHECK-PRIOR-TRANSITION THRU 0350-EXIT
           END-IF
           MOVE SPACES TO WS-REJ-LIMIT-RULE
           MOVE 'N' TO WS-RECORD-WARNED-SWITCH
      *    THE LIMITS ARE BUSINESS RANGES ON FIELDS ALREADY KNOWN TO BE
      *    WELL FORMED - A RECORD ALREADY REJECTED IS NOT CHECKED.
           IF WS-RECORD-VALID AND EP-RULE-COUNT > ZERO
               MOVE FD-RECORD-STATUS-CODE OF INPUT-RECORD
                   TO EP-CHECK-STATUS
               MOVE FD-RECORD-AMOUNT-1 OF INPUT-RECORD
                   TO EP-CHECK-AMOUNT-1
               MOVE FD-RECORD-AMOUNT-2 OF INPUT-RECORD
                   TO EP-CHECK-AMOUNT-2
               MOVE FD-RECORD-DATE OF INPUT-RECORD TO EP-CHECK-DATE
               PERFORM 0400-CHECK-EDIT-LIMITS THRU 0400-EXIT
               IF EP-CHECK-REJECTED
                   SET WS-RECORD-INVALID TO TRUE
                   MOVE EP-CHECK-RULE TO WS-REJ-LIMIT-RULE
               END-IF
               IF EP-CHECK-WARNED
                   SET WS-RECORD-WARNED TO TRUE
                   MOVE EP-CHECK-RULE TO WS-REJ-LIMIT-RULE
               END-IF
           END-IF
           .
       0300-EXIT.
           EXIT.

      *    A KEY NOT ON THE PRIOR-NIGHT INDEX IS NEW TONIGHT AND HAS
      *    NO STATUS TO MOVE FROM.
       0350-CHECK-PRIOR-TRANSITION.
           MOVE FD-RECORD-KEY OF INPUT-RECORD
               TO FD-RECORD-KEY OF PRIOR-INDEX-RECORD
           READ PRIOR-INDEX-FILE
           IF WS-PRIOR-INDEX-NOT-FOUND
               GO TO 0350-EXIT
           END-IF
           IF NOT WS-PRIOR-INDEX-OK
               DISPLAY 'FILEDEMO: PRIOR-INDEX-FILE READ ERROR, '
                       'STATUS = ' WS-PRIOR-INDEX-STATUS
                       ', KEY = ' FD-RECORD-KEY OF INPUT-RECORD
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0350-EXIT
           END-IF
           MOVE FD-RECORD-STATUS-CODE OF PRIOR-INDEX-RECORD
               TO ST-CHECK-FROM
           MOVE FD-RECORD-STATUS-CODE OF INPUT-RECORD TO ST-CHECK-TO
           MOVE FD-RECORD-RESTORE-FLAG OF PRIOR-INDEX-RECORD
               TO ST-CHECK-RESTORE-FLAG
           PERFORM 0360-CHECK-STATUS-TRANSITION THRU 0360-EXIT
           IF NOT ST-TRANSITION-ALLOWED
               SET WS-RECORD-INVALID TO TRUE
               MOVE 'Y' TO WS-REJ-TRANSITION-FLAG
           END-IF
           .
       0350-EXIT.
           EXIT.

      *    STATUS LIFECYCLE CHECK AGAINST THE FDSTTRN TABLE.  THE
      *    CALLER SETS ST-CHECK-FROM, ST-CHECK-TO AND THE RESTORE FLAG
      *    OF THE PRIOR VERSION; ST-CHECK-RESULT COMES BACK.  AN
      *    UNCHANGED STATUS IS NO TRANSITION AT ALL.
       0360-CHECK-STATUS-TRANSITION.
           SET ST-TRANSITION-ALLOWED TO TRUE
           IF ST-CHECK-FROM = ST-CHECK-TO
               GO TO 0360-EXIT
           END-IF
           SET ST-TRANSITION-SEARCHING TO TRUE
           MOVE ZERO TO ST-CHECK-SUB
           PERFORM 0365-SCAN-ONE-TRANSITION THRU 0365-EXIT
               UNTIL NOT ST-TRANSITION-SEARCHING
                   OR ST-CHECK-SUB >= ST-TRANSITION-ENTRY-COUNT
           IF ST-TRANSITION-SEARCHING
               SET ST-TRANSITION-ILLEGAL TO TRUE
           END-IF
           .
       0360-EXIT.
           EXIT.

       0365-SCAN-ONE-TRANSITION.
           ADD 1 TO ST-CHECK-SUB
           IF ST-FROM-STATUS (ST-CHECK-SUB) NOT = ST-CHECK-FROM
                   OR ST-TO-STATUS (ST-CHECK-SUB) NOT = ST-CHECK-TO
               GO TO 0365-EXIT
           END-IF
           IF ST-RULE-ALLOWED (ST-CHECK-SUB) OR ST-CHECK-RESTORED
               SET ST-TRANSITION-ALLOWED TO TRUE
           ELSE
               SET ST-TRANSITION-NEEDS-RESTORE TO TRUE
           END-IF
           .
       0365-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    EDIT-LIMIT CHECK AGAINST THE FDEDPRM RULE TABLE.  THE CALLER
      *    SETS EP-CHECK-STATUS, -AMOUNT-1, -AMOUNT-2 AND -DATE.  THE
      *    FIRST REJECT-TIER RULE FAILED ENDS THE SCAN AND REJECTS;
      *    FAILING ONLY WARN-TIER RULES WARNS UNDER THE FIRST OF THEM.
      *----------------------------------------------------------------
       0400-CHECK-EDIT-LIMITS.
           SET EP-CHECK-PASSED TO TRUE
           MOVE SPACES TO EP-CHECK-RULE EP-CHECK-REASON
           MOVE EP-CHECK-AMOUNT-1 TO EP-CHECK-AMT-1-SIZE
           MOVE EP-CHECK-AMOUNT-2 TO EP-CHECK-AMT-2-SIZE
           MOVE 'N' TO EP-CHECK-DATE-SWITCH
           IF EP-CHECK-MONTH >= 1 AND EP-CHECK-MONTH <= 12
                   AND EP-CHECK-DAY >= 1 AND EP-CHECK-DAY <= 31
               SET EP-CHECK-DATE-USABLE TO TRUE
               PERFORM 0480-DATE-TO-DAYNUM THRU 0480-EXIT
               MOVE EP-DAYNUM TO EP-RECORD-DAYNUM
           END-IF
           MOVE ZERO TO EP-CHECK-SUB
           PERFORM 0450-CHECK-ONE-LIMIT THRU 0450-EXIT
               UNTIL EP-CHECK-REJECTED
                   OR EP-CHECK-SUB >= EP-RULE-COUNT
           .
       0400-EXIT.
           EXIT.

       0450-CHECK-ONE-LIMIT.
           ADD 1 TO EP-CHECK-SUB
           IF NOT EP-RULE-ANY-STATUS (EP-CHECK-SUB)
                   AND EP-RULE-STATUS (EP-CHECK-SUB)
                       NOT = EP-CHECK-STATUS
               GO TO 0450-EXIT
           END-IF
           IF EP-CHECK-WARNED AND EP-RULE-WARN (EP-CHECK-SUB)
               GO TO 0450-EXIT
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
               GO TO 0450-EXIT
           END-IF
           MOVE EP-RULE-ID (EP-CHECK-SUB) TO EP-CHECK-RULE
           MOVE EP-CHECK-FAIL-REASON TO EP-CHECK-REASON
           IF EP-RULE-REJECT (EP-CHECK-SUB)
               SET EP-CHECK-REJECTED TO TRUE
           ELSE
               SET EP-CHECK-WARNED TO TRUE
           END-IF
           .
       0450-EXIT.
           EXIT.

      *    EP-CHECK-DATE (YYYYMMDD) TO A DAY NUMBER IN EP-DAYNUM, WITH
      *    THE YEAR STARTING IN MARCH SO THE LEAP DAY FALLS LAST.
       0480-DATE-TO-DAYNUM.
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
       0480-EXIT.
           EXIT.

      *    A CHECKPOINT IS DUE ONCE A FULL INTERVAL OF RECORDS HAS
      *    BEEN READ SINCE THE LAST ONE.  A PARTITION PASSES OVER THE
      *    OTHER PARTITIONS' RECORDS INSIDE THE READ, SO THE COUNT
      *    SELDOM LANDS ON AN EXACT MULTIPLE OF THE INTERVAL HERE.
       0700-CHECKPOINT.
           COMPUTE WS-CHECKPOINT-REMAINDER =
               WS-FILE-READ-COUNT - WS-LAST-CHECKPOINT-COUNT
           IF WS-CHECKPOINT-REMAINDER >= WS-CHECKPOINT-INTERVAL
               PERFORM 0710-WRITE-CHECKPOINT-RECORD THRU 0710-EXIT
               MOVE WS-FILE-READ-COUNT TO WS-LAST-CHECKPOINT-COUNT
           END-IF
           .
       0700-EXIT.
           MOVE WS-FILE-AMT-1-TOTAL          TO WS-CKPT-AMT-1-TOTAL
           MOVE WS-FILE-AMT-2-TOTAL          TO WS-CKPT-AMT-2-TOTAL
           MOVE WS-BALANCE-ERROR-SWITCH      TO WS-CKPT-BALANCE-FLAG
           MOVE WS-WARN-COUNT                TO WS-CKPT-WARN-COUNT
           MOVE WS-RANGE-SKIP-COUNT          TO WS-CKPT-RANGE-SKIP-COUNT
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHECKPOINT-STATUS-OK
               WRITE CHECKPOINT-RECORD FROM WS-CHECKPOINT-RECORD-AREA
           MOVE WS-INPUT-DATASET-NAME (1:44)
               TO FD-RECORD-SOURCE-NAME OF OUTPUT-RECORD
           MOVE SPACES TO FD-RECORD-REJECT-REASONS OF OUTPUT-RECORD
           MOVE SPACE TO FD-REJ-TRANSITION-FLAG OF OUTPUT-RECORD
           MOVE SPACES TO FD-EDIT-LIMIT-RULE OF OUTPUT-RECORD
           WRITE OUTPUT-RECORD
           IF WS-OUTPUT-STATUS-GOOD
               ADD 1 TO WS-WRITE-COUNT
       0800-EXIT.
           EXIT.

      *    A WARNED RECORD IS ON OUTPUT-FILE LIKE ANY OTHER; THE
      *    WARNINGS FILE CARRIES THE SAME IMAGE PLUS THE RULE THAT
      *    WARNED, FOR THE MORNING WARNINGS REPORT (FILEWRN).
       0820-WRITE-WARNING-RECORD.
           MOVE OUTPUT-RECORD TO WARNING-RECORD
           MOVE WS-REJ-LIMIT-RULE
               TO FD-EDIT-LIMIT-RULE OF WARNING-RECORD
           WRITE WARNING-RECORD
           IF WS-WARNING-STATUS-OK
               ADD 1 TO WS-WARN-COUNT
           ELSE
               DISPLAY 'FILEDEMO: WARNING-FILE WRITE ERROR, STATUS = '
                       WS-WARNING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       0820-EXIT.
           EXIT.

       0850-WRITE-REJECT-RECORD.
           MOVE SPACES TO REJECT-RECORD
           MOVE CORRESPONDING INPUT-RECORD TO REJECT-RECORD
           MOVE WS-REJECT-REASON-FLAGS
               TO FD-RECORD-REJECT-REASONS OF REJECT-RECORD
           MOVE WS-REJ-TRANSITION-FLAG
               TO FD-REJ-TRANSITION-FLAG OF REJECT-RECORD
           MOVE WS-REJ-LIMIT-RULE
               TO FD-EDIT-LIMIT-RULE OF REJECT-RECORD
           MOVE WS-FILE-SEQUENCE-NUMBER
               TO FD-RECORD-SOURCE-SEQ OF REJECT-RECORD
           MOVE WS-INPUT-DATASET-NAME (1:44)
       0900-EXIT.
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
           MOVE 'FILEDEMO' TO OL-STEP-NAME
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
           MOVE 'FILEDEMO' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           MOVE WS-READ-COUNT TO OL-READ-COUNT
           MOVE WS-WRITE-COUNT TO OL-WRITTEN-COUNT
           MOVE WS-REJECT-COUNT TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEDEMO: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEDEMO: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB
      *----------------------------------------------------------------
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-PRIOR-INDEX-OPEN
               CLOSE PRIOR-INDEX-FILE
           END-IF
           IF WS-WARNING-FILE-OPEN
               CLOSE WARNING-FILE
               IF NOT WS-WARNING-STATUS-OK
                   DISPLAY 'FILEDEMO: WARNING-FILE CLOSE FAILED, '
                           'STATUS = ' WS-WARNING-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0720-CLEAR-CHECKPOINT THRU 0720-EXIT
           END-IF
      *    A PARTITION IS ONLY PART OF THE NIGHT - THE MERGE STEP
      *    CHECKS THE NIGHT'S VOLUMES AND KEEPS THE RUN HISTORY.  THE
      *    PARTITION'S END RECORD GOES LAST, CARRYING THE RETURN CODE
      *    THE PARTITION ENDS ON.
           IF WS-PARTITION-MODE
               PERFORM 4000-WRITE-SUMMARY-REPORT THRU 4000-EXIT
               PERFORM 4400-WRITE-PARTITION-END THRU 4400-EXIT
               PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
               GO TO 9999-EXIT
           END-IF
      *    THE ANOMALY CHECK RUNS BEFORE THE CONTROL REPORT SO THE
      *    RETURN CODE THE REPORT PRINTS IS THE ONE THE JOB ENDS ON.
           PERFORM 4100-LOAD-RUN-HISTORY THRU 4100-EXIT
           PERFORM 4200-CHECK-VOLUME-ANOMALY THRU 4200-EXIT
           PERFORM 4000-WRITE-SUMMARY-REPORT THRU 4000-EXIT
           PERFORM 4300-APPEND-RUN-HISTORY THRU 4300-EXIT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           IF WS-PARTITION-MODE
               MOVE 'FILEDEMO - PARTITION CONTROL REPORT'
                   TO WS-REPORT-TEXT-LINE
           ELSE
               MOVE 'FILEDEMO - NIGHTLY CONTROL REPORT'
                   TO WS-REPORT-TEXT-LINE
           END-IF
           WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-TEXT-LINE
           IF NOT WS-SUMMARY-STATUS-OK
               GO TO 4000-WRITE-ERROR
           END-IF
           IF WS-PARTITION-MODE
               MOVE SPACES TO WS-REPORT-TEXT-LINE
               MOVE 'PARTITION' TO WS-REPORT-TEXT-LINE (1:30)
               MOVE WS-PARTITION-ID TO WS-REPORT-TEXT-LINE (31:2)
               MOVE 'KEYS' TO WS-REPORT-TEXT-LINE (35:4)
               MOVE PT-CARD-LOW-KEY TO WS-REPORT-TEXT-LINE (40:10)
               MOVE 'THRU' TO WS-REPORT-TEXT-LINE (51:4)
               MOVE PT-CARD-HIGH-KEY TO WS-REPORT-TEXT-LINE (56:10)
               WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-TEXT-LINE
               IF NOT WS-SUMMARY-STATUS-OK
                   GO TO 4000-WRITE-ERROR
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-DATE-LINE
           MOVE 'RUN DATE (YYYYMMDD)' TO WS-REPORT-DATE-LABEL
           MOVE WS-RUN-DATE TO WS-REPORT-DATE-VALUE
               GO TO 4000-WRITE-ERROR
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'RECORDS WARNED (ALSO WRITTEN)' TO WS-REPORT-LABEL
           MOVE WS-WARN-COUNT TO WS-REPORT-COUNT
           WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE
           IF NOT WS-SUMMARY-STATUS-OK
               GO TO 4000-WRITE-ERROR
           END-IF
           IF WS-PARTITION-MODE
               MOVE SPACES TO WS-REPORT-LINE
               MOVE 'RECORDS OUTSIDE KEY RANGE' TO WS-REPORT-LABEL
               MOVE WS-RANGE-SKIP-COUNT TO WS-REPORT-COUNT
               WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE
               IF NOT WS-SUMMARY-STATUS-OK
                   GO TO 4000-WRITE-ERROR
               END-IF
           END-IF
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'RETURN CODE' TO WS-REPORT-LABEL
           MOVE RETURN-CODE TO WS-REPORT-COUNT
           WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-LINE
           .
       4300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    PARTITION END RECORD - THE MERGE TREATS A PARTITION WITH NO
      *    END RECORD AS ONE THAT NEVER FINISHED.
      *----------------------------------------------------------------
       4400-WRITE-PARTITION-END.
           IF NOT WS-PARTITION-TOTALS-OPEN
               GO TO 4400-EXIT
           END-IF
           MOVE SPACES TO PT-TOTALS-RECORD
           SET PT-END-OF-RUN TO TRUE
           PERFORM 2650-SET-PARTITION-FIELDS THRU 2650-EXIT
           MOVE WS-FILE-SEQUENCE-NUMBER TO PT-END-FEED-COUNT
           MOVE WS-READ-COUNT           TO PT-END-READ-COUNT
           MOVE WS-WRITE-COUNT          TO PT-END-WRITE-COUNT
           MOVE WS-REJECT-COUNT         TO PT-END-REJECT-COUNT
           MOVE WS-WARN-COUNT           TO PT-END-WARN-COUNT
           MOVE WS-RANGE-SKIP-COUNT     TO PT-END-RANGE-SKIPS
           MOVE WS-RESTART-SWITCH       TO PT-END-RESTART-FLAG
           MOVE RETURN-CODE             TO PT-END-RETURN-CODE
           WRITE PARTITION-TOTALS-OUT-RECORD FROM PT-TOTALS-RECORD
           IF NOT WS-PARTITION-TOTALS-OK
               DISPLAY 'FILEDEMO: PARTITION-TOTALS-FILE WRITE FAILED, '
                       'STATUS = ' WS-PARTITION-TOTALS-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE PARTITION-TOTALS-FILE
           MOVE 'N' TO WS-PARTITION-TOTALS-OPEN-SW
           .
       4400-EXIT.
           EXIT.
