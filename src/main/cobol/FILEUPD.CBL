      *                     AS IT ALWAYS HAS.
      *              RC 4 - DELTA APPLIED BUT THE CLUSTER DID NOT
      *                     MATCH WHAT THE DELTA EXPECTED (A KEY
      *                     ALREADY PRESENT, MISSING, AN UNKNOWN
      *                     CHANGE TYPE, OR A STATUS CHANGE OFF THE
      *                     LIFECYCLE).  THE FILE WAS FORCED TO THE
      *                     DELTA'S VIEW (SAVE THE REFUSED STATUS
      *                     CHANGE) AND THE JOB STREAM STILL
      *                     RUNS THE FULL REBUILD, WHICH SETTLES THE
      *                     QUESTION.
      *            THE THRESHOLD (MAXIMUM DELTA RECORDS FOR THE
      *                       DO NOT BALANCE - A TRUNCATED DELTA MUST
      *                       NEVER BE APPLIED INCREMENTALLY.  THE
      *                       APPLY PASS SKIPS THE CONTROL RECORDS.
      *   15 OCT 2026  RJM    A DELTA CHANGE THAT WOULD MOVE A RECORD'S
      *                       STATUS OFF THE LIFECYCLE (FDSTTRN TABLE)
      *                       RELATIVE TO THE VERSION ON THE CLUSTER IS
      *                       NOT APPLIED.  IT IS COUNTED AS AN ANOMALY,
      *                       SO THE FULL REBUILD RUNS BEHIND IT.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      *   15 OCT 2026  RJM    OPS-LOG REJECT COUNT IS THE ANOMALY COUNT
      *                       ALONE - REFUSED TRANSITIONS WERE COUNTED
      *                       TWICE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEUPD.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       SELECT OPS-LOG-FILE ASSIGN TO "OPSDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-LOG-FILE-STATUS.

       SELECT OPS-ID-FILE ASSIGN TO "OPSID"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-ID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD JOURNAL-FILE.
           COPY FDJRNL REPLACING ==JR-RECORD== BY ==JOURNAL-RECORD==.

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-CHANGE-COUNT             PIC 9(09)  COMP  VALUE ZERO.
           05  WS-DELETE-COUNT             PIC 9(09)  COMP  VALUE ZERO.
           05  WS-ANOMALY-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-TRANSITION-REFUSED-COUNT PIC 9(09)  COMP  VALUE ZERO.

       77  WS-PARM-MOVE-LENGTH             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-DEFAULT-THRESHOLD            PIC 9(07)  COMP  VALUE 5000.

           COPY FDRECORD REPLACING ==FD-RECORD== BY ==WS-DELTA-IMAGE==.

           COPY FDSTTRN.

      *    STAGED PIECES OF THE NEXT JOURNAL ENTRY.  THE PRIOR IMAGE
      *    OF A CHANGED OR DELETED RECORD IS READ BACK FROM THE INDEX
      *    BEFORE THE UPDATE TOUCHES IT.
           05  WS-JRNL-BEFORE-IMAGE        PIC X(200) VALUE SPACES.
           05  WS-JRNL-AFTER-IMAGE         PIC X(200) VALUE SPACES.

           COPY FDOPSLG.

       LINKAGE SECTION.

      *    STANDARD MVS PARM LAYOUT - A HALFWORD BINARY LENGTH
       PROCEDURE DIVISION USING LK-PARM-AREA.

       0000-MAINLINE.
           PERFORM 9800-START-OPS-LOG THRU 9800-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED AND NOT WS-FALLBACK-REQUESTED
               PERFORM 1500-SIZE-THE-DELTA THRU 1500-EXIT
       1000-INITIALIZE.
           MOVE ZERO TO WS-DELTA-SIZE-COUNT WS-DELTA-READ-COUNT
                        WS-ADD-COUNT WS-CHANGE-COUNT WS-DELETE-COUNT
                        WS-ANOMALY-COUNT WS-TRANSITION-REFUSED-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-THRESHOLD-PARM THRU 1100-EXIT
                   PERFORM 8000-INDEX-IO-ERROR THRU 8000-EXIT
                   GO TO 2200-EXIT
           END-EVALUATE
      *    THE FEED WAS HELD TO THE STATUS LIFECYCLE AGAINST THIS SAME
      *    CLUSTER, SO A CHANGE THAT BREAKS IT HERE MEANS THE DELTA
      *    AND THE CLUSTER DISAGREE ABOUT THE PRIOR VERSION.  IT IS
      *    NOT FORCED THROUGH LIKE THE OTHER MISMATCHES - THE
      *    ANOMALY SENDS THE NIGHT DOWN THE FULL REBUILD INSTEAD.
           MOVE FD-RECORD-STATUS-CODE OF INDEX-RECORD TO ST-CHECK-FROM
           MOVE FD-RECORD-STATUS-CODE OF WS-DELTA-IMAGE TO ST-CHECK-TO
           MOVE FD-RECORD-RESTORE-FLAG OF INDEX-RECORD
               TO ST-CHECK-RESTORE-FLAG
           PERFORM 2600-CHECK-STATUS-TRANSITION THRU 2600-EXIT
           IF NOT ST-TRANSITION-ALLOWED
               ADD 1 TO WS-ANOMALY-COUNT
               ADD 1 TO WS-TRANSITION-REFUSED-COUNT
               DISPLAY 'FILEUPD: STATUS ' ST-CHECK-FROM ' TO '
                       ST-CHECK-TO ' NOT ALLOWED, NOT APPLIED, '
                       'KEY = ' FD-RECORD-KEY OF WS-DELTA-IMAGE
               GO TO 2200-EXIT
           END-IF
           MOVE WS-DELTA-IMAGE TO INDEX-RECORD
           REWRITE INDEX-RECORD
           EVALUATE TRUE
       2300-EXIT.
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

      *    ONE JOURNAL ENTRY PER APPLIED UPDATE, TIMESTAMPED AT THE
      *    MOMENT OF THE WRITE.  A JOURNAL THAT STOPS TAKING ENTRIES
      *    ENDS THE RUN - AN UNJOURNALED UPDATE IS EXACTLY THE HOLE
       8000-EXIT.
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
           MOVE 'FILEUPD' TO OL-STEP-NAME
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
           MOVE 'FILEUPD' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           MOVE WS-DELTA-READ-COUNT TO OL-READ-COUNT
           COMPUTE OL-WRITTEN-COUNT = WS-ADD-COUNT
                   + WS-CHANGE-COUNT
                   + WS-DELETE-COUNT
      *    A REFUSED TRANSITION IS ALREADY ONE OF THE ANOMALIES.
           MOVE WS-ANOMALY-COUNT TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEUPD: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEUPD: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB.  A RUN THAT HIT ANOMALIES ENDS WITH THE WARNING
      *    RETURN CODE, WHICH THE JOB STREAM READS AS 'RUN THE FULL
           DISPLAY 'FILEUPD: CHANGES APPLIED  = ' WS-CHANGE-COUNT
           DISPLAY 'FILEUPD: DELETES APPLIED  = ' WS-DELETE-COUNT
           DISPLAY 'FILEUPD: ANOMALIES        = ' WS-ANOMALY-COUNT
           DISPLAY 'FILEUPD:   BAD TRANSITIONS = '
                   WS-TRANSITION-REFUSED-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
