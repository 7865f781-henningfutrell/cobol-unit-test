      **********************************************************************
      * AUTHOR:    RJM
      * DATE:      15 OCT 2026
      * PURPOSE:   ROLL THE INDEX-UPDATE JOURNAL INTO THE RETAINED
      *            CHANGE HISTORY.  THE JOURNAL COVERS ONE NIGHT - THE
      *            JOB STREAM EMPTIES IT AT THE TOP OF EVERY NIGHT SO
      *            FILEJNL AND FILERCN SEE ONLY THAT NIGHT'S UPDATES -
      *            WHICH LEFT NO ANSWER TO "WHO CHANGED THIS RECORD,
      *            AND WHEN" ONCE A NIGHT HAD PASSED.  THIS PROGRAM
      *            LOADS THE PRIOR GENERATION OF THE HISTORY (FDJRNL
      *            ENTRIES, OLDEST FIRST), DROPS EVERY ENTRY DATED
      *            BEFORE THE RETENTION CUTOFF, APPENDS EVERY ENTRY ON
      *            THE JOURNAL AS IT STANDS BEFORE THE CLEAR, AND
      *            WRITES THE NEW GENERATION.  THE RETENTION IS GIVEN
      *            IN MONTHS VIA PARM (ONE OR TWO DIGITS), THIRTEEN
      *            WHEN THE PARM IS BLANK - A FULL YEAR BACK FROM ANY
      *            MONTH END, PLUS THE MONTH IN PROGRESS.  FILEAUD
      *            ANSWERS THE AUDITORS' REQUEST CARDS FROM THE SAME
      *            HISTORY.  AN EMPTY HISTORY (THE FIRST EVER RUN -
      *            THE GDG IS SEEDED WITH AN EMPTY GENERATION) JUST
      *            MEANS NOTHING RETAINED YET; THAT IS NOT AN ERROR.
      *            A HISTORY OR JOURNAL THAT WILL NOT OPEN IS - THE
      *            STEP THAT CLEARS THE JOURNAL MUST NOT RUN ON ENTRIES
      *            THAT WERE NEVER RETAINED, NOR ON A NEW GENERATION
      *            THAT HAS LOST THE OLD ONE'S.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      *   15 OCT 2026  RJM    A PRIOR HISTORY THAT WILL NOT OPEN NOW
      *                       ENDS THE STEP RC 16 INSTEAD OF STARTING
      *                       THE HISTORY AGAIN FROM NOTHING.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEHST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT JOURNAL-FILE ASSIGN TO "JRNDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-JOURNAL-FILE-STATUS.

       SELECT HISTORY-IN-FILE ASSIGN TO "HSTIDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-IN-STATUS.

       SELECT HISTORY-OUT-FILE ASSIGN TO "HSTODD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-OUT-STATUS.

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

       FD HISTORY-IN-FILE.
           COPY FDJRNL REPLACING ==JR-RECORD== BY ==HISTORY-IN-REC==.

       FD HISTORY-OUT-FILE.
           COPY FDJRNL REPLACING ==JR-RECORD== BY ==HISTORY-OUT-REC==.

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-JOURNAL-FILE-STATUS     PIC X(02).
               88  WS-JOURNAL-STATUS-OK         VALUE '00'.
               88  WS-JOURNAL-STATUS-GOOD       VALUES '00' '10'.
           05  WS-HISTORY-IN-STATUS       PIC X(02).
               88  WS-HISTORY-IN-OK             VALUE '00'.
               88  WS-HISTORY-IN-GOOD           VALUES '00' '10'.
           05  WS-HISTORY-OUT-STATUS      PIC X(02).
               88  WS-HISTORY-OUT-OK            VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-FILE                     VALUE 'Y'.
               88  WS-NOT-END-OF-FILE                 VALUE 'N'.
           05  WS-HISTORY-EOF-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-HISTORY-END-OF-FILE             VALUE 'Y'.
           05  WS-ABORT-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-ABORT-REQUESTED                 VALUE 'Y'.
           05  WS-JOURNAL-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-JOURNAL-FILE-OPEN                VALUE 'Y'.
           05  WS-HISTORY-IN-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
               88  WS-HISTORY-IN-OPEN                  VALUE 'Y'.
           05  WS-HISTORY-OUT-OPEN-SWITCH  PIC X(01)  VALUE 'N'.
               88  WS-HISTORY-OUT-OPEN                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-HISTORY-READ-COUNT       PIC 9(09)  COMP  VALUE ZERO.
           05  WS-HISTORY-KEPT-COUNT       PIC 9(09)  COMP  VALUE ZERO.
           05  WS-HISTORY-AGED-COUNT       PIC 9(09)  COMP  VALUE ZERO.
           05  WS-JOURNAL-READ-COUNT       PIC 9(09)  COMP  VALUE ZERO.
           05  WS-JOURNAL-ADDED-COUNT      PIC 9(09)  COMP  VALUE ZERO.
           05  WS-UNUSABLE-COUNT           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-WRITTEN-COUNT            PIC 9(09)  COMP  VALUE ZERO.

       77  WS-PARM-MOVE-LENGTH             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-WARNING-RETURN-CODE          PIC 9(02)  COMP  VALUE 4.
       77  WS-DEFAULT-RETAIN-MONTHS        PIC 9(02)  COMP  VALUE 13.

       01  WS-PARM-AREA.
           05  WS-PARM-TEXT                PIC X(20)  VALUE SPACES.
           05  WS-PARM-MONTHS-2 REDEFINES WS-PARM-TEXT.
               10  WS-PARM-MONTHS-NN       PIC 9(02).
               10  FILLER                  PIC X(18).
           05  WS-PARM-MONTHS-1 REDEFINES WS-PARM-TEXT.
               10  WS-PARM-MONTHS-N        PIC 9(01).
               10  FILLER                  PIC X(19).

      *    THE RETENTION CUTOFF - THE RUN DATE TAKEN BACK THE
      *    RETAINED NUMBER OF WHOLE MONTHS.  AN ENTRY DATED BEFORE IT
      *    AGES OFF.  THE DAY OF MONTH IS CARRIED ACROSS UNCHANGED; A
      *    31ST LANDING IN A SHORTER MONTH STILL COMPARES CORRECTLY,
      *    SINCE THE CUTOFF IS ONLY EVER USED IN A GREATER/LESS TEST.
       01  WS-RETAIN-MONTHS                PIC 9(02)  VALUE ZERO.
       01  WS-MONTH-ARITHMETIC.
           05  WS-TOTAL-MONTHS             PIC 9(07)  COMP  VALUE ZERO.
           05  WS-CUTOFF-YEAR-WORK         PIC 9(05)  COMP  VALUE ZERO.
           05  WS-CUTOFF-MONTH-WORK        PIC 9(03)  COMP  VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(04).
           05  WS-RUN-MONTH                PIC 9(02).
           05  WS-RUN-DAY                  PIC 9(02).

       01  WS-CUTOFF-DATE                  PIC 9(08)  VALUE ZERO.
       01  WS-CUTOFF-DATE-PARTS REDEFINES WS-CUTOFF-DATE.
           05  WS-CUTOFF-YEAR              PIC 9(04).
           05  WS-CUTOFF-MONTH             PIC 9(02).
           05  WS-CUTOFF-DAY               PIC 9(02).

           COPY FDOPSLG.

       LINKAGE SECTION.

      *    STANDARD MVS PARM LAYOUT - A HALFWORD BINARY LENGTH
      *    FOLLOWED BY THE PARM TEXT ITSELF, AS PASSED FROM THE
      *    EXEC STATEMENT'S PARM= OPERAND.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.

       0000-MAINLINE.
           PERFORM 9800-START-OPS-LOG THRU 9800-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1500-CARRY-FORWARD-HISTORY THRU 1500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-READ-JOURNAL-FILE THRU 0200-EXIT
               PERFORM 2000-APPEND-ONE-ENTRY THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE OR WS-ABORT-REQUESTED
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .

      *----------------------------------------------------------------
      *    INITIALIZATION
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-HISTORY-READ-COUNT WS-HISTORY-KEPT-COUNT
                        WS-HISTORY-AGED-COUNT WS-JOURNAL-READ-COUNT
                        WS-JOURNAL-ADDED-COUNT WS-UNUSABLE-COUNT
                        WS-WRITTEN-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-RETENTION-PARM THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1200-COMPUTE-CUTOFF THRU 1200-EXIT
           OPEN INPUT JOURNAL-FILE
           IF WS-JOURNAL-STATUS-OK
               SET WS-JOURNAL-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEHST: JOURNAL-FILE OPEN FAILED, STATUS = '
                       WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT HISTORY-OUT-FILE
               IF WS-HISTORY-OUT-OK
                   SET WS-HISTORY-OUT-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILEHST: HISTORY-OUT-FILE OPEN FAILED, '
                           'STATUS = ' WS-HISTORY-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           .
       1000-EXIT.
           EXIT.

      *    BLANK TAKES THE STANDARD THIRTEEN MONTHS.  ANYTHING ELSE
      *    MUST BE ONE OR TWO DIGITS AND NOT ZERO - THIS STEP DECIDES
      *    WHAT HISTORY IS THROWN AWAY, AND A PARM IT CANNOT READ IS
      *    NEVER GUESSED AROUND.
       1100-GET-RETENTION-PARM.
           MOVE SPACES TO WS-PARM-TEXT
           IF LK-PARM-LENGTH > ZERO
               MOVE LK-PARM-LENGTH TO WS-PARM-MOVE-LENGTH
               IF WS-PARM-MOVE-LENGTH > 20
                   MOVE 20 TO WS-PARM-MOVE-LENGTH
               END-IF
               MOVE LK-PARM-TEXT (1:WS-PARM-MOVE-LENGTH)
                   TO WS-PARM-TEXT (1:WS-PARM-MOVE-LENGTH)
           END-IF
           EVALUATE TRUE
               WHEN WS-PARM-TEXT = SPACES
                   MOVE WS-DEFAULT-RETAIN-MONTHS TO WS-RETAIN-MONTHS
               WHEN WS-PARM-MONTHS-NN NUMERIC
                       AND WS-PARM-TEXT (3:18) = SPACES
                   MOVE WS-PARM-MONTHS-NN TO WS-RETAIN-MONTHS
               WHEN WS-PARM-MONTHS-N NUMERIC
                       AND WS-PARM-TEXT (2:19) = SPACES
                   MOVE WS-PARM-MONTHS-N TO WS-RETAIN-MONTHS
               WHEN OTHER
                   MOVE ZERO TO WS-RETAIN-MONTHS
           END-EVALUATE
           IF WS-RETAIN-MONTHS = ZERO
               DISPLAY 'FILEHST: RETENTION PARM MUST BE 1-99 MONTHS, '
                       'PARM = ' WS-PARM-TEXT
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1100-EXIT.
           EXIT.

       1200-COMPUTE-CUTOFF.
           COMPUTE WS-TOTAL-MONTHS = (WS-RUN-YEAR * 12)
                                   + WS-RUN-MONTH - 1
                                   - WS-RETAIN-MONTHS
           DIVIDE WS-TOTAL-MONTHS BY 12
               GIVING WS-CUTOFF-YEAR-WORK
               REMAINDER WS-CUTOFF-MONTH-WORK
           MOVE WS-CUTOFF-YEAR-WORK TO WS-CUTOFF-YEAR
           ADD 1 TO WS-CUTOFF-MONTH-WORK
           MOVE WS-CUTOFF-MONTH-WORK TO WS-CUTOFF-MONTH
           MOVE WS-RUN-DAY TO WS-CUTOFF-DAY
           DISPLAY 'FILEHST: RETAINING ' WS-RETAIN-MONTHS
                   ' MONTHS, CUTOFF = ' WS-CUTOFF-DATE
           .
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    CARRY THE PRIOR GENERATION FORWARD, LESS WHAT HAS AGED
      *    PAST THE CUTOFF.  AN EMPTY HISTORY IS THE FIRST EVER RUN -
      *    THE NEW GENERATION SIMPLY STARTS WITH TONIGHT'S JOURNAL.
      *    ONE THAT WILL NOT OPEN AT ALL WOULD DROP EVERY ENTRY
      *    RETAINED SO FAR, SO IT STOPS THE STEP.
      *----------------------------------------------------------------
       1500-CARRY-FORWARD-HISTORY.
           OPEN INPUT HISTORY-IN-FILE
           IF NOT WS-HISTORY-IN-OK
               DISPLAY 'FILEHST: HISTORY-IN-FILE OPEN FAILED, '
                       'STATUS = ' WS-HISTORY-IN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1500-EXIT
           END-IF
           SET WS-HISTORY-IN-OPEN TO TRUE
           PERFORM 1550-CARRY-ONE-ENTRY THRU 1550-EXIT
               UNTIL WS-HISTORY-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE HISTORY-IN-FILE
           MOVE 'N' TO WS-HISTORY-IN-OPEN-SWITCH
           .
       1500-EXIT.
           EXIT.

      *    AN ENTRY THAT CANNOT BE DATED OR HAS NO RECOGNIZABLE ACTION
      *    COULD NEVER AGE OFF OR ANSWER AN INQUIRY; IT IS COUNTED AND
      *    DROPPED, AND THE STEP ENDS WITH A WARNING SO SOMEONE ASKS
      *    HOW IT GOT THERE.
       1550-CARRY-ONE-ENTRY.
           READ HISTORY-IN-FILE
               AT END
                   SET WS-HISTORY-END-OF-FILE TO TRUE
                   GO TO 1550-EXIT
           END-READ
           IF NOT WS-HISTORY-IN-GOOD
               DISPLAY 'FILEHST: HISTORY-IN-FILE READ ERROR, '
                       'STATUS = ' WS-HISTORY-IN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1550-EXIT
           END-IF
           ADD 1 TO WS-HISTORY-READ-COUNT
           IF JR-DATE OF HISTORY-IN-REC NOT NUMERIC
                   OR NOT JR-ACTION-VALID-CODES OF HISTORY-IN-REC
                   OR JR-KEY OF HISTORY-IN-REC = SPACES
               ADD 1 TO WS-UNUSABLE-COUNT
               GO TO 1550-EXIT
           END-IF
           IF JR-DATE OF HISTORY-IN-REC < WS-CUTOFF-DATE
               ADD 1 TO WS-HISTORY-AGED-COUNT
               GO TO 1550-EXIT
           END-IF
           MOVE HISTORY-IN-REC TO HISTORY-OUT-REC
           PERFORM 3000-WRITE-HISTORY-ENTRY THRU 3000-EXIT
           IF NOT WS-ABORT-REQUESTED
               ADD 1 TO WS-HISTORY-KEPT-COUNT
           END-IF
           .
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    JOURNAL-FILE READ
      *----------------------------------------------------------------
       0200-READ-JOURNAL-FILE.
           READ JOURNAL-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 0200-EXIT
           END-READ
           IF NOT WS-JOURNAL-STATUS-GOOD
               DISPLAY 'FILEHST: JOURNAL-FILE READ ERROR, STATUS = '
                       WS-JOURNAL-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0200-EXIT
           END-IF
           ADD 1 TO WS-JOURNAL-READ-COUNT
           .
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    APPEND ONE JOURNAL ENTRY.  THE JOURNAL IS WRITTEN IN TIME
      *    ORDER AND ROLLED HERE BEHIND EVERYTHING ALREADY RETAINED,
      *    SO THE HISTORY STAYS OLDEST FIRST WITHOUT A SORT.
      *----------------------------------------------------------------
       2000-APPEND-ONE-ENTRY.
           IF JR-DATE OF JOURNAL-RECORD NOT NUMERIC
                   OR NOT JR-ACTION-VALID-CODES OF JOURNAL-RECORD
                   OR JR-KEY OF JOURNAL-RECORD = SPACES
               ADD 1 TO WS-UNUSABLE-COUNT
           ELSE
               MOVE JOURNAL-RECORD TO HISTORY-OUT-REC
               PERFORM 3000-WRITE-HISTORY-ENTRY THRU 3000-EXIT
               IF NOT WS-ABORT-REQUESTED
                   ADD 1 TO WS-JOURNAL-ADDED-COUNT
               END-IF
           END-IF
           PERFORM 0200-READ-JOURNAL-FILE THRU 0200-EXIT
           .
       2000-EXIT.
           EXIT.

       3000-WRITE-HISTORY-ENTRY.
           WRITE HISTORY-OUT-REC
           IF WS-HISTORY-OUT-OK
               ADD 1 TO WS-WRITTEN-COUNT
           ELSE
               DISPLAY 'FILEHST: HISTORY-OUT-FILE WRITE ERROR, '
                       'STATUS = ' WS-HISTORY-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       3000-EXIT.
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
           MOVE 'FILEHST' TO OL-STEP-NAME
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
           MOVE 'FILEHST' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           COMPUTE OL-READ-COUNT = WS-HISTORY-READ-COUNT
                   + WS-JOURNAL-READ-COUNT
           MOVE WS-WRITTEN-COUNT TO OL-WRITTEN-COUNT
           MOVE WS-UNUSABLE-COUNT TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEHST: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEHST: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB.  AN UNUSABLE ENTRY DROPPED ALONG THE WAY ENDS
      *    THE STEP WITH A WARNING RETURN CODE - THE JOURNAL STILL
      *    CLEARS, BUT THE COUNT GETS A LOOK.
      *----------------------------------------------------------------
       9999-END.
           IF WS-JOURNAL-FILE-OPEN
               CLOSE JOURNAL-FILE
               IF NOT WS-JOURNAL-STATUS-OK
                   DISPLAY 'FILEHST: JOURNAL-FILE CLOSE FAILED, '
                           'STATUS = ' WS-JOURNAL-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-HISTORY-IN-OPEN
               CLOSE HISTORY-IN-FILE
               IF NOT WS-HISTORY-IN-OK
                   DISPLAY 'FILEHST: HISTORY-IN-FILE CLOSE FAILED, '
                           'STATUS = ' WS-HISTORY-IN-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-HISTORY-OUT-OPEN
               CLOSE HISTORY-OUT-FILE
               IF NOT WS-HISTORY-OUT-OK
                   DISPLAY 'FILEHST: HISTORY-OUT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-HISTORY-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-UNUSABLE-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE WS-WARNING-RETURN-CODE TO RETURN-CODE
           END-IF
           DISPLAY 'FILEHST: HISTORY ENTRIES READ  = '
                   WS-HISTORY-READ-COUNT
           DISPLAY 'FILEHST: HISTORY ENTRIES KEPT  = '
                   WS-HISTORY-KEPT-COUNT
           DISPLAY 'FILEHST: AGED PAST CUTOFF      = '
                   WS-HISTORY-AGED-COUNT
           DISPLAY 'FILEHST: JOURNAL ENTRIES READ  = '
                   WS-JOURNAL-READ-COUNT
           DISPLAY 'FILEHST: JOURNAL ENTRIES ADDED = '
                   WS-JOURNAL-ADDED-COUNT
           DISPLAY 'FILEHST: UNUSABLE DROPPED      = '
                   WS-UNUSABLE-COUNT
           DISPLAY 'FILEHST: HISTORY ENTRIES OUT   = '
                   WS-WRITTEN-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
