      **********************************************************************
      * AUTHOR:    RJM
      * DATE:      15 OCT 2026
      * PURPOSE:   NIGHTLY STATUS-TRANSITION REPORT.  MATCHES THE
      *            START-OF-NIGHT SNAPSHOT OF THE INDEXED MASTER
      *            (STEP017'S REPRO COPY, IN KEY ORDER) AGAINST THE
      *            INDEX AS THE NIGHT LEFT IT, KEY BY KEY, AND COUNTS
      *            EVERY STATUS CHANGE BY ITS FROM/TO PAIR, WHATEVER
      *            MADE IT - THE FEED, THE DELTA APPLY, KEYED
      *            MAINTENANCE OR A RESTORE.  EACH PAIR IS PRINTED WITH
      *            ITS RULE FROM THE LIFECYCLE TABLE (FDSTTRN), AND A
      *            CHANGE THE TABLE DOES NOT ALLOW - ONE THAT GOT PAST
      *            EVERY EDIT - IS COUNTED AS OFF-RULE, NAMED ON
      *            SYSOUT, AND ENDS THE STEP WITH THE WARNING RETURN
      *            CODE.  KEYS NEW SINCE THE SNAPSHOT AND KEYS GONE
      *            FROM THE INDEX SINCE IT ARE COUNTED TOO.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILETRN.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SNAPSHOT-FILE ASSIGN TO "SNPDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SNAPSHOT-FILE-STATUS.

       SELECT INDEX-FILE ASSIGN TO "IDXDD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-RECORD-KEY OF INDEX-RECORD
           FILE STATUS IS WS-INDEX-FILE-STATUS.

       SELECT TRANSITION-REPORT-FILE ASSIGN TO "RPTDD"
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

       FD SNAPSHOT-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==SNAPSHOT-RECORD==.

       FD INDEX-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==INDEX-RECORD==.

       FD TRANSITION-REPORT-FILE.
       01 TRANSITION-REPORT-RECORD        PIC X(80).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-SNAPSHOT-FILE-STATUS    PIC X(02).
               88  WS-SNAPSHOT-STATUS-OK        VALUE '00'.
               88  WS-SNAPSHOT-STATUS-GOOD      VALUES '00' '10'.
           05  WS-INDEX-FILE-STATUS       PIC X(02).
               88  WS-INDEX-STATUS-OK           VALUE '00'.
               88  WS-INDEX-STATUS-GOOD         VALUES '00' '10'.
           05  WS-REPORT-FILE-STATUS      PIC X(02).
               88  WS-REPORT-STATUS-OK          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ABORT-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-ABORT-REQUESTED                 VALUE 'Y'.
           05  WS-SNAPSHOT-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-SNAPSHOT-FILE-OPEN               VALUE 'Y'.
           05  WS-INDEX-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-INDEX-FILE-OPEN                  VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-REPORT-FILE-OPEN                 VALUE 'Y'.
           05  WS-PAIR-FOUND-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-PAIR-FOUND                       VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-SNAPSHOT-READ-COUNT      PIC 9(09)  COMP  VALUE ZERO.
           05  WS-INDEX-READ-COUNT         PIC 9(09)  COMP  VALUE ZERO.
           05  WS-MATCHED-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-UNCHANGED-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-CHANGED-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-ADDED-COUNT              PIC 9(09)  COMP  VALUE ZERO.
           05  WS-GONE-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-OFF-RULE-COUNT           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-OTHER-PAIR-COUNT         PIC 9(09)  COMP  VALUE ZERO.

       77  WS-WARNING-RETURN-CODE          PIC 9(02)  COMP  VALUE 4.

      *    MATCH KEYS HELD OUTSIDE THE RECORD AREAS SO AN EXHAUSTED
      *    FILE CAN SIT AT HIGH-VALUES AND LET THE OTHER FILE DRAIN.
       01  WS-MATCH-KEYS.
           05  WS-SNAPSHOT-KEY             PIC X(10)  VALUE SPACES.
           05  WS-INDEX-KEY                PIC X(10)  VALUE SPACES.

      *    EVERY ORDERED PAIR OF THE THREE LIFECYCLE STATUS CODES, IN
      *    THE ORDER THE REPORT PRINTS THEM.  WHETHER EACH IS ALLOWED
      *    COMES FROM FDSTTRN, NOT FROM HERE.  A CHANGE INVOLVING ANY
      *    OTHER CODE IS COUNTED ON ITS OWN LINE.
       01  WS-PAIR-VALUES.
           05  FILLER                      PIC X(04)  VALUE 'PEAC'.
           05  FILLER                      PIC X(04)  VALUE 'PECL'.
           05  FILLER                      PIC X(04)  VALUE 'ACCL'.
           05  FILLER                      PIC X(04)  VALUE 'CLPE'.
           05  FILLER                      PIC X(04)  VALUE 'ACPE'.
           05  FILLER                      PIC X(04)  VALUE 'CLAC'.
       01  WS-PAIR-TABLE REDEFINES WS-PAIR-VALUES.
           05  WS-PAIR-ENTRY               OCCURS 6 TIMES.
               10  WS-PAIR-FROM            PIC X(02).
               10  WS-PAIR-TO              PIC X(02).

       01  WS-PAIR-COUNT-TABLE.
           05  WS-PAIR-COUNT-ENTRY         OCCURS 6 TIMES.
               10  WS-PAIR-COUNT           PIC 9(09)  COMP.
               10  WS-PAIR-OFF-RULE-COUNT  PIC 9(09)  COMP.

       77  WS-PAIR-ENTRY-COUNT             PIC 9(03)  COMP  VALUE 6.
       77  WS-PAIR-SUB                     PIC 9(03)  COMP  VALUE ZERO.

           COPY FDSTTRN.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)  VALUE
               'FILETRN - STATUS TRANSITIONS      '.
           05  FILLER                      PIC X(12)  VALUE
               'RUN DATE    '.
           05  WS-HEADING-RUN-DATE         PIC 9(08).
           05  FILLER                      PIC X(26)  VALUE SPACES.

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(06)  VALUE 'FROM'.
           05  FILLER                      PIC X(06)  VALUE 'TO'.
           05  FILLER                      PIC X(20)  VALUE
               'LIFECYCLE RULE'.
           05  FILLER                      PIC X(15)  VALUE
               'TRANSITIONS'.
           05  FILLER                      PIC X(33)  VALUE
               '   OFF RULE'.

       01  WS-PAIR-LINE.
           05  WS-PAIR-LINE-FROM           PIC X(02).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-PAIR-LINE-TO             PIC X(02).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-PAIR-LINE-RULE           PIC X(16).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-PAIR-LINE-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-PAIR-LINE-OFF-RULE       PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(22)  VALUE SPACES.

       01  WS-REPORT-LINE.
           05  WS-REPORT-LABEL             PIC X(30)  VALUE SPACES.
           05  WS-REPORT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(39)  VALUE SPACES.

       01  WS-REPORT-TEXT-LINE             PIC X(80)  VALUE SPACES.

           COPY FDOPSLG.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-OPS-LOG THRU 9800-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-READ-SNAPSHOT-FILE THRU 0200-EXIT
               PERFORM 0300-READ-INDEX-FILE THRU 0300-EXIT
               PERFORM 2000-MATCH-ONE-KEY THRU 2000-EXIT
                   UNTIL (WS-SNAPSHOT-KEY = HIGH-VALUES
                          AND WS-INDEX-KEY = HIGH-VALUES)
                       OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-WRITE-TRANSITION-REPORT THRU 3000-EXIT
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .

      *----------------------------------------------------------------
      *    INITIALIZATION
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-SNAPSHOT-READ-COUNT WS-INDEX-READ-COUNT
                        WS-MATCHED-COUNT WS-UNCHANGED-COUNT
                        WS-CHANGED-COUNT WS-ADDED-COUNT WS-GONE-COUNT
                        WS-OFF-RULE-COUNT WS-OTHER-PAIR-COUNT
           MOVE ZERO TO WS-PAIR-SUB
           PERFORM 1100-CLEAR-PAIR-COUNTS THRU 1100-EXIT
               UNTIL WS-PAIR-SUB >= WS-PAIR-ENTRY-COUNT
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT SNAPSHOT-FILE
           IF WS-SNAPSHOT-STATUS-OK
               SET WS-SNAPSHOT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILETRN: SNAPSHOT-FILE OPEN FAILED, STATUS = '
                       WS-SNAPSHOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN INPUT INDEX-FILE
               IF WS-INDEX-STATUS-OK
                   SET WS-INDEX-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILETRN: INDEX-FILE OPEN FAILED, STATUS = '
                           WS-INDEX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT TRANSITION-REPORT-FILE
               IF WS-REPORT-STATUS-OK
                   SET WS-REPORT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILETRN: TRANSITION-REPORT-FILE OPEN '
                           'FAILED, STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           .
       1000-EXIT.
           EXIT.

       1100-CLEAR-PAIR-COUNTS.
           ADD 1 TO WS-PAIR-SUB
           MOVE ZERO TO WS-PAIR-COUNT (WS-PAIR-SUB)
                        WS-PAIR-OFF-RULE-COUNT (WS-PAIR-SUB)
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ADVANCE EITHER SIDE.  BOTH COME OFF A KEYED CLUSTER, SO
      *    BOTH ARRIVE IN KEY ORDER WITH NO REPEATED KEYS.  AN
      *    EXHAUSTED SIDE PARKS ITS MATCH KEY AT HIGH-VALUES.
      *----------------------------------------------------------------
       0200-READ-SNAPSHOT-FILE.
           READ SNAPSHOT-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-SNAPSHOT-KEY
                   GO TO 0200-EXIT
           END-READ
           IF NOT WS-SNAPSHOT-STATUS-GOOD
               DISPLAY 'FILETRN: SNAPSHOT-FILE READ ERROR, STATUS = '
                       WS-SNAPSHOT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0200-EXIT
           END-IF
           ADD 1 TO WS-SNAPSHOT-READ-COUNT
           MOVE FD-RECORD-KEY OF SNAPSHOT-RECORD TO WS-SNAPSHOT-KEY
           .
       0200-EXIT.
           EXIT.

       0300-READ-INDEX-FILE.
           READ INDEX-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-INDEX-KEY
                   GO TO 0300-EXIT
           END-READ
           IF NOT WS-INDEX-STATUS-GOOD
               DISPLAY 'FILETRN: INDEX-FILE READ ERROR, STATUS = '
                       WS-INDEX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0300-EXIT
           END-IF
           ADD 1 TO WS-INDEX-READ-COUNT
           MOVE FD-RECORD-KEY OF INDEX-RECORD TO WS-INDEX-KEY
           .
       0300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    CLASSIC TWO-FILE MATCH ON THE RECORD KEY.  ONLY THE STATUS
      *    CODE MATTERS HERE - FILECMP ALREADY REPORTS EVERY OTHER
      *    KIND OF CHANGE.
      *----------------------------------------------------------------
       2000-MATCH-ONE-KEY.
           EVALUATE TRUE
               WHEN WS-SNAPSHOT-KEY < WS-INDEX-KEY
                   ADD 1 TO WS-GONE-COUNT
                   PERFORM 0200-READ-SNAPSHOT-FILE THRU 0200-EXIT
               WHEN WS-SNAPSHOT-KEY > WS-INDEX-KEY
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 0300-READ-INDEX-FILE THRU 0300-EXIT
               WHEN OTHER
                   ADD 1 TO WS-MATCHED-COUNT
                   IF FD-RECORD-STATUS-CODE OF SNAPSHOT-RECORD =
                           FD-RECORD-STATUS-CODE OF INDEX-RECORD
                       ADD 1 TO WS-UNCHANGED-COUNT
                   ELSE
                       ADD 1 TO WS-CHANGED-COUNT
                       PERFORM 2100-COUNT-TRANSITION THRU 2100-EXIT
                   END-IF
                   PERFORM 0200-READ-SNAPSHOT-FILE THRU 0200-EXIT
                   PERFORM 0300-READ-INDEX-FILE THRU 0300-EXIT
           END-EVALUATE
           .
       2000-EXIT.
           EXIT.

      *    THE SNAPSHOT VERSION IS THE FROM SIDE, AND ITS RESTORE FLAG
      *    IS WHAT ALLOWS A RESTORED RECORD FROM CLOSED TO PENDING.
       2100-COUNT-TRANSITION.
           MOVE FD-RECORD-STATUS-CODE OF SNAPSHOT-RECORD
               TO ST-CHECK-FROM
           MOVE FD-RECORD-STATUS-CODE OF INDEX-RECORD TO ST-CHECK-TO
           MOVE FD-RECORD-RESTORE-FLAG OF SNAPSHOT-RECORD
               TO ST-CHECK-RESTORE-FLAG
           PERFORM 2600-CHECK-STATUS-TRANSITION THRU 2600-EXIT
           IF NOT ST-TRANSITION-ALLOWED
               ADD 1 TO WS-OFF-RULE-COUNT
               DISPLAY 'FILETRN: OFF-RULE TRANSITION '
                       ST-CHECK-FROM ' TO ' ST-CHECK-TO
                       ', KEY = ' WS-INDEX-KEY
           END-IF
           MOVE 'N' TO WS-PAIR-FOUND-SWITCH
           MOVE ZERO TO WS-PAIR-SUB
           PERFORM 2200-MATCH-PAIR-ENTRY THRU 2200-EXIT
               UNTIL WS-PAIR-FOUND
                   OR WS-PAIR-SUB >= WS-PAIR-ENTRY-COUNT
           IF NOT WS-PAIR-FOUND
               ADD 1 TO WS-OTHER-PAIR-COUNT
               GO TO 2100-EXIT
           END-IF
           ADD 1 TO WS-PAIR-COUNT (WS-PAIR-SUB)
           IF NOT ST-TRANSITION-ALLOWED
               ADD 1 TO WS-PAIR-OFF-RULE-COUNT (WS-PAIR-SUB)
           END-IF
           .
       2100-EXIT.
           EXIT.

       2200-MATCH-PAIR-ENTRY.
           ADD 1 TO WS-PAIR-SUB
           IF WS-PAIR-FROM (WS-PAIR-SUB) = ST-CHECK-FROM
               AND WS-PAIR-TO (WS-PAIR-SUB) = ST-CHECK-TO
               SET WS-PAIR-FOUND TO TRUE
           END-IF
           .
       2200-EXIT.
           EXIT.

      *    STATUS LIFECYCLE CHECK AGAINST THE FDSTTRN TABLE.  THE
      *    CALLER SETS ST-CHECK-FROM, ST-CHECK-TO AND THE RESTORE FLAG
      *    OF THE PRIOR VERSION; ST-CHECK-RESULT COMES BACK.  AN
      *    UNCHANGED STATUS IS NO TRANSITION AT ALL.
       2600-CHECK-STATUS-TRANSITION.
           SET ST-TRANSITION-ALLOWED TO TRUE
           IF ST-CHECK-FROM = ST-CHECK-TO
               GO TO 2600-EXIT
           END-IF
           SET ST-TRANSITION-SEARCHING TO TRUE
           MOVE ZERO TO ST-CHECK-SUB
           PERFORM 2650-SCAN-ONE-TRANSITION THRU 2650-EXIT
               UNTIL NOT ST-TRANSITION-SEARCHING
                   OR ST-CHECK-SUB >= ST-TRANSITION-ENTRY-COUNT
           IF ST-TRANSITION-SEARCHING
               SET ST-TRANSITION-ILLEGAL TO TRUE
           END-IF
           .
       2600-EXIT.
           EXIT.

       2650-SCAN-ONE-TRANSITION.
           ADD 1 TO ST-CHECK-SUB
           IF ST-FROM-STATUS (ST-CHECK-SUB) NOT = ST-CHECK-FROM
                   OR ST-TO-STATUS (ST-CHECK-SUB) NOT = ST-CHECK-TO
               GO TO 2650-EXIT
           END-IF
           IF ST-RULE-ALLOWED (ST-CHECK-SUB) OR ST-CHECK-RESTORED
               SET ST-TRANSITION-ALLOWED TO TRUE
           ELSE
               SET ST-TRANSITION-NEEDS-RESTORE TO TRUE
           END-IF
           .
       2650-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WRITE THE TRANSITION REPORT - ONE LINE PER FROM/TO PAIR
      *    WITH ITS LIFECYCLE RULE, THEN THE KEY-MATCH TOTALS.
      *----------------------------------------------------------------
       3000-WRITE-TRANSITION-REPORT.
           MOVE WS-RUN-DATE TO WS-HEADING-RUN-DATE
           MOVE WS-REPORT-HEADING-1 TO WS-REPORT-TEXT-LINE
           PERFORM 3900-WRITE-REPORT-LINE THRU 3900-EXIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           PERFORM 3900-WRITE-REPORT-LINE THRU 3900-EXIT
           MOVE WS-REPORT-HEADING-2 TO WS-REPORT-TEXT-LINE
           PERFORM 3900-WRITE-REPORT-LINE THRU 3900-EXIT
           MOVE ZERO TO WS-PAIR-SUB
           PERFORM 3100-WRITE-PAIR-LINE THRU 3100-EXIT
               UNTIL WS-PAIR-SUB >= WS-PAIR-ENTRY-COUNT
                   OR WS-ABORT-REQUESTED
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'OTHER STATUS CODES' TO WS-REPORT-LABEL
           MOVE WS-OTHER-PAIR-COUNT TO WS-REPORT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           PERFORM 3900-WRITE-REPORT-LINE THRU 3900-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'SNAPSHOT RECORDS READ' TO WS-REPORT-LABEL
           MOVE WS-SNAPSHOT-READ-COUNT TO WS-REPORT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'INDEX RECORDS READ' TO WS-REPORT-LABEL
           MOVE WS-INDEX-READ-COUNT TO WS-REPORT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'KEYS ON BOTH' TO WS-REPORT-LABEL
           MOVE WS-MATCHED-COUNT TO WS-REPORT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  STATUS UNCHANGED' TO WS-REPORT-LABEL
           MOVE WS-UNCHANGED-COUNT TO WS-REPORT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  STATUS CHANGED' TO WS-REPORT-LABEL
           MOVE WS-CHANGED-COUNT TO WS-REPORT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE '  OFF-RULE TRANSITIONS' TO WS-REPORT-LABEL
           MOVE WS-OFF-RULE-COUNT TO WS-REPORT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'KEYS NEW SINCE SNAPSHOT' TO WS-REPORT-LABEL
           MOVE WS-ADDED-COUNT TO WS-REPORT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           MOVE 'KEYS GONE SINCE SNAPSHOT' TO WS-REPORT-LABEL
           MOVE WS-GONE-COUNT TO WS-REPORT-COUNT
           PERFORM 3200-WRITE-COUNT-LINE THRU 3200-EXIT
           .
       3000-EXIT.
           EXIT.

      *    THE RULE SHOWN IS THE TABLE'S ANSWER FOR A RECORD THAT WAS
      *    NOT RESTORED - 'RESTORE ONLY' PAIRS COUNT AS OFF-RULE ONLY
      *    WHEN THE SNAPSHOT VERSION CARRIED NO RESTORE FLAG.
       3100-WRITE-PAIR-LINE.
           ADD 1 TO WS-PAIR-SUB
           MOVE WS-PAIR-FROM (WS-PAIR-SUB) TO ST-CHECK-FROM
           MOVE WS-PAIR-TO (WS-PAIR-SUB) TO ST-CHECK-TO
           MOVE SPACE TO ST-CHECK-RESTORE-FLAG
           PERFORM 2600-CHECK-STATUS-TRANSITION THRU 2600-EXIT
           MOVE SPACES TO WS-PAIR-LINE
           MOVE ST-CHECK-FROM TO WS-PAIR-LINE-FROM
           MOVE ST-CHECK-TO TO WS-PAIR-LINE-TO
           EVALUATE TRUE
               WHEN ST-TRANSITION-ALLOWED
                   MOVE 'ALLOWED' TO WS-PAIR-LINE-RULE
               WHEN ST-TRANSITION-NEEDS-RESTORE
                   MOVE 'RESTORE ONLY' TO WS-PAIR-LINE-RULE
               WHEN OTHER
                   MOVE 'NOT ALLOWED' TO WS-PAIR-LINE-RULE
           END-EVALUATE
           MOVE WS-PAIR-COUNT (WS-PAIR-SUB) TO WS-PAIR-LINE-COUNT
           MOVE WS-PAIR-OFF-RULE-COUNT (WS-PAIR-SUB)
               TO WS-PAIR-LINE-OFF-RULE
           MOVE WS-PAIR-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3900-WRITE-REPORT-LINE THRU 3900-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-WRITE-COUNT-LINE.
           MOVE WS-REPORT-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3900-WRITE-REPORT-LINE THRU 3900-EXIT
           .
       3200-EXIT.
           EXIT.

      *    EVERY REPORT LINE FUNNELS THROUGH HERE.  ONCE A WRITE HAS
      *    FAILED THE REST OF THE REPORT IS NOT ATTEMPTED.
       3900-WRITE-REPORT-LINE.
           IF WS-ABORT-REQUESTED
               GO TO 3900-EXIT
           END-IF
           WRITE TRANSITION-REPORT-RECORD FROM WS-REPORT-TEXT-LINE
           IF NOT WS-REPORT-STATUS-OK
               DISPLAY 'FILETRN: TRANSITION-REPORT-FILE WRITE FAILED, '
                       'STATUS = ' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       3900-EXIT.
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
           MOVE 'FILETRN' TO OL-STEP-NAME
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
           MOVE 'FILETRN' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           COMPUTE OL-READ-COUNT = WS-SNAPSHOT-READ-COUNT
                   + WS-INDEX-READ-COUNT
           MOVE ZERO TO OL-WRITTEN-COUNT
           MOVE WS-OFF-RULE-COUNT TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILETRN: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILETRN: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB.  AN OFF-RULE TRANSITION MEANS SOMETHING GOT A
      *    STATUS CHANGE PAST EVERY EDIT - THE WARNING RETURN CODE
      *    SENDS THE OPERATOR TO SYSOUT FOR THE KEYS.
      *----------------------------------------------------------------
       9999-END.
           IF WS-SNAPSHOT-FILE-OPEN
               CLOSE SNAPSHOT-FILE
               IF NOT WS-SNAPSHOT-STATUS-OK
                   DISPLAY 'FILETRN: SNAPSHOT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-SNAPSHOT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-INDEX-FILE-OPEN
               CLOSE INDEX-FILE
               IF NOT WS-INDEX-STATUS-OK
                   DISPLAY 'FILETRN: INDEX-FILE CLOSE FAILED, '
                           'STATUS = ' WS-INDEX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REPORT-FILE-OPEN
               CLOSE TRANSITION-REPORT-FILE
               IF NOT WS-REPORT-STATUS-OK
                   DISPLAY 'FILETRN: TRANSITION-REPORT-FILE CLOSE '
                           'FAILED, STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF (WS-OFF-RULE-COUNT > ZERO OR WS-OTHER-PAIR-COUNT > ZERO)
                   AND RETURN-CODE = ZERO
               MOVE WS-WARNING-RETURN-CODE TO RETURN-CODE
           END-IF
           DISPLAY 'FILETRN: SNAPSHOT RECORDS READ = '
                   WS-SNAPSHOT-READ-COUNT
           DISPLAY 'FILETRN: INDEX RECORDS READ    = '
                   WS-INDEX-READ-COUNT
           DISPLAY 'FILETRN: STATUS CHANGES        = ' WS-CHANGED-COUNT
           DISPLAY 'FILETRN: OFF-RULE TRANSITIONS  = '
                   WS-OFF-RULE-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
