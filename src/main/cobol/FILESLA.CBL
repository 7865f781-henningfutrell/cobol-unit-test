      **********************************************************************
      * AUTHOR:    RJM
      * DATE:      15 OCT 2026
      * PURPOSE:   MORNING BATCH-WINDOW SLA REPORT FOR THE FILEDEMO JOB
      *            STREAM.  EVERY PROGRAM IN THE STREAM APPENDS ONE
      *            STEP-STATISTICS RECORD TO THE OPERATIONS LOG
      *            (FDOPSLG).  THIS PROGRAM READS THE LOG, TAKES THE
      *            LATEST NIGHT ON IT AND REPORTS, STEP BY STEP IN
      *            START ORDER, THE START AND END TIMES, THE ELAPSED
      *            TIME AGAINST THE STEP'S RECENT AVERAGE, ITS READ
      *            VOLUME AND ITS RETURN CODE.  IT TRACES THE CRITICAL
      *            PATH BACK FROM THE LAST STEP TO END, SAYS WHETHER
      *            THE NIGHT FINISHED BEFORE THE ONLINE DAY STARTS AND
      *            BY HOW MUCH, AND LISTS THE SAME MARGIN FOR THE
      *            RECENT NIGHTS SO A WINDOW THAT IS GETTING TIGHT
      *            SHOWS UP BEFORE THE NIGHT IT IS MISSED.  A STEP IS
      *            FLAGGED WHEN IT RAN MUCH SLOWER, OR READ FAR MORE,
      *            THAN ITS OWN RECENT AVERAGE, AND A NIGHT IS
      *            FLAGGED WHEN ITS FIRST STEP STARTED BEFORE THE
      *            WINDOW OPENED - THE BATCH WAS THEN RUNNING INTO THE
      *            END OF THE ONLINE DAY.  THE WINDOW IS GIVEN VIA PARM
      *            AS 'HHMM,HHMM' - THE TIME THE WINDOW OPENS AND THE
      *            TIME ONLINE MUST START - AND DEFAULTS TO '2100,0600'
      *            WHEN BLANK.  A MISSED OR TIGHT WINDOW, AN EARLY
      *            START, OR ANY FLAGGED STEP, ENDS THE STEP WITH THE
      *            WARNING RETURN CODE.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    FLAG A NIGHT THAT STARTED BEFORE THE
      *                       WINDOW OPENED - ON THE SUMMARY, ON THE
      *                       TREND LINE, AND AS A WARNING RETURN CODE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILESLA.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SLA-REPORT-FILE ASSIGN TO "RPTDD"
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

       FD SLA-REPORT-FILE.
       01 SLA-REPORT-RECORD               PIC X(80).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-REPORT-FILE-STATUS      PIC X(02).
               88  WS-REPORT-STATUS-OK          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-FILE                     VALUE 'Y'.
               88  WS-NOT-END-OF-FILE                 VALUE 'N'.
           05  WS-ABORT-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-ABORT-REQUESTED                 VALUE 'Y'.
           05  WS-PASS-SWITCH              PIC X(01)  VALUE '1'.
               88  WS-FIRST-PASS                      VALUE '1'.
               88  WS-SECOND-PASS                     VALUE '2'.
           05  WS-USABLE-SWITCH            PIC X(01)  VALUE 'N'.
               88  WS-RECORD-USABLE                   VALUE 'Y'.
           05  WS-BASELINE-FOUND-SWITCH    PIC X(01)  VALUE 'N'.
               88  WS-BASELINE-FOUND                  VALUE 'Y'.
           05  WS-PATH-SWITCH              PIC X(01)  VALUE 'N'.
               88  WS-PATH-TRACED                     VALUE 'Y'.
           05  WS-LOG-OPEN-SWITCH          PIC X(01)  VALUE 'N'.
               88  WS-LOG-FILE-OPEN                    VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-REPORT-FILE-OPEN                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-LOG-READ-COUNT           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-LOG-BAD-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-SLOW-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-VOLUME-COUNT             PIC 9(09)  COMP  VALUE ZERO.
           05  WS-OVERFLOW-COUNT           PIC 9(09)  COMP  VALUE ZERO.

       77  WS-PARM-MOVE-LENGTH             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-WARNING-RETURN-CODE          PIC 9(02)  COMP  VALUE 4.

      *    PAGE CONTROL - THE HEADINGS REPEAT EVERY PAGE.
       77  WS-PAGE-SIZE                    PIC 9(03)  COMP  VALUE 50.
       77  WS-LINE-COUNT                   PIC 9(03)  COMP  VALUE ZERO.
       77  WS-PAGE-NUMBER                  PIC 9(05)  COMP  VALUE ZERO.

      *    A STEP STARTED BEFORE NOON BELONGS TO THE NIGHT THAT BEGAN
      *    THE EVENING BEFORE, SO A STREAM THAT CROSSES MIDNIGHT IS
      *    STILL ONE NIGHT.
       77  WS-SECONDS-PER-DAY              PIC 9(05)  COMP  VALUE 86400.
       77  WS-NOON-SECONDS                 PIC 9(05)  COMP  VALUE 43200.

      *    SLOW AND VOLUME TOLERANCES.  A STEP IS COMPARED WITH ITS OWN
      *    CLEAN AND WARNING RUNS (RC 0-4) ON THE PRIOR NIGHTS KEPT,
      *    AND ONLY ONCE IT HAS THE MINIMUM NUMBER OF THEM.  IT IS
      *    SLOW WHEN IT RAN OVER THE SLOW FACTOR TIMES ITS AVERAGE AND
      *    BY AT LEAST THE MINIMUM SLIP, SO A ONE-MINUTE STEP TAKING
      *    TWO IS NOT NEWS; IT IS HIGH VOLUME WHEN IT READ OVER THE
      *    VOLUME FACTOR TIMES ITS AVERAGE AND AT LEAST THE MINIMUM
      *    READS.  A NIGHT THAT ENDS WITHIN THE TIGHT MARGIN OF THE
      *    ONLINE START IS CALLED OUT EVEN THOUGH IT MADE IT.
       77  WS-HISTORY-NIGHTS               PIC 9(03)  COMP  VALUE 7.
       77  WS-HISTORY-MIN-RUNS             PIC 9(03)  COMP  VALUE 3.
       77  WS-SLOW-FACTOR                  PIC 9V99         VALUE 1.50.
       77  WS-SLOW-MIN-SECONDS             PIC 9(05)  COMP  VALUE 300.
       77  WS-VOLUME-FACTOR                PIC 9V99         VALUE 2.00.
       77  WS-VOLUME-MIN-READS             PIC 9(09)  COMP  VALUE 1000.
       77  WS-TIGHT-MARGIN-SECONDS         PIC 9(05)  COMP  VALUE 1800.

       01  WS-PARM-AREA.
           05  WS-PARM-TEXT                PIC X(20)  VALUE SPACES.
           05  WS-PARM-WINDOW REDEFINES WS-PARM-TEXT.
               10  WS-PARM-OPEN-HH         PIC 9(02).
               10  WS-PARM-OPEN-MM         PIC 9(02).
               10  WS-PARM-COMMA           PIC X(01).
               10  WS-PARM-ONLINE-HH       PIC 9(02).
               10  WS-PARM-ONLINE-MM       PIC 9(02).
               10  FILLER                  PIC X(11).

       01  WS-DEFAULT-PARM                 PIC X(20)  VALUE
           '2100,0600'.

       01  WS-WINDOW-TIMES.
           05  WS-OPEN-HH                  PIC 9(02)  VALUE ZERO.
           05  WS-OPEN-MM                  PIC 9(02)  VALUE ZERO.
           05  WS-ONLINE-HH                PIC 9(02)  VALUE ZERO.
           05  WS-ONLINE-MM                PIC 9(02)  VALUE ZERO.
           05  WS-OPEN-SECONDS             PIC 9(05)  COMP  VALUE ZERO.
           05  WS-ONLINE-SECONDS           PIC 9(05)  COMP  VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.

      *    ONE LOG DATE AND TIME TAKEN APART.  THE TIME IS HHMMSSHH AS
      *    ACCEPT ... FROM TIME GIVES IT; HUNDREDTHS ARE IGNORED.
       01  WS-CLOCK-DATE                   PIC 9(08)  VALUE ZERO.
       01  WS-CLOCK-DATE-PARTS REDEFINES WS-CLOCK-DATE.
           05  WS-CLOCK-YEAR               PIC 9(04).
           05  WS-CLOCK-MONTH              PIC 9(02).
           05  WS-CLOCK-DAY                PIC 9(02).

       01  WS-CLOCK-TIME                   PIC 9(08)  VALUE ZERO.
       01  WS-CLOCK-TIME-PARTS REDEFINES WS-CLOCK-TIME.
           05  WS-CLOCK-HH                 PIC 9(02).
           05  WS-CLOCK-MM                 PIC 9(02).
           05  WS-CLOCK-SS                 PIC 9(02).
           05  WS-CLOCK-HS                 PIC 9(02).

       77  WS-CLOCK-SECONDS                PIC 9(05)  COMP  VALUE ZERO.

      *    THE LOG RECORD IN HAND, AS SECONDS SINCE THE DAY-NUMBER
      *    EPOCH, SO A STEP THAT CROSSES MIDNIGHT TIMES CORRECTLY.
       01  WS-CURRENT-RECORD.
           05  WS-CUR-START-ABS            PIC 9(12)  COMP  VALUE ZERO.
           05  WS-CUR-END-ABS              PIC 9(12)  COMP  VALUE ZERO.
           05  WS-CUR-NIGHT                PIC 9(09)  COMP  VALUE ZERO.

       77  WS-REPORT-NIGHT                 PIC 9(09)  COMP  VALUE ZERO.

      *    TONIGHT'S STEPS, KEPT IN START ORDER.  A STEP RERUN AFTER A
      *    FAILURE IS ON THE LOG TWICE AND IS SHOWN TWICE.
       77  WS-TN-ENTRY-COUNT               PIC 9(03)  COMP  VALUE ZERO.
       77  WS-TN-ENTRY-MAX                 PIC 9(03)  COMP  VALUE 60.
       77  WS-TN-SUB                       PIC 9(03)  COMP  VALUE ZERO.
       77  WS-TN-MOVE-SUB                  PIC 9(03)  COMP  VALUE ZERO.

       01  WS-TONIGHT-TABLE.
           05  WS-TN-ENTRY                 OCCURS 60 TIMES.
               10  WS-TN-PROGRAM           PIC X(08).
               10  WS-TN-STEP              PIC X(08).
               10  WS-TN-START-DATE        PIC 9(08).
               10  WS-TN-START-TIME        PIC 9(08).
               10  WS-TN-END-DATE          PIC 9(08).
               10  WS-TN-END-TIME          PIC 9(08).
               10  WS-TN-START-ABS         PIC 9(12)  COMP.
               10  WS-TN-END-ABS           PIC 9(12)  COMP.
               10  WS-TN-ELAPSED           PIC 9(09)  COMP.
               10  WS-TN-READ-COUNT        PIC 9(09)  COMP.
               10  WS-TN-RETURN-CODE       PIC 9(04).
               10  WS-TN-AVG-ELAPSED       PIC 9(09)  COMP.
               10  WS-TN-BASELINE-SWITCH   PIC X(01).
                   88  WS-TN-HAS-BASELINE             VALUE 'Y'.
               10  WS-TN-CRITICAL-SWITCH   PIC X(01).
                   88  WS-TN-ON-CRITICAL-PATH         VALUE 'Y'.
               10  WS-TN-NOTE              PIC X(08).

      *    EACH STEP'S CLEAN RUNS ON THE PRIOR NIGHTS KEPT, BY PROGRAM
      *    AND JOB STEP - THE SAME PROGRAM RUNS IN MORE THAN ONE STEP.
       77  WS-BL-ENTRY-COUNT               PIC 9(03)  COMP  VALUE ZERO.
       77  WS-BL-ENTRY-MAX                 PIC 9(03)  COMP  VALUE 60.
       77  WS-BL-SUB                       PIC 9(03)  COMP  VALUE ZERO.

       01  WS-BASELINE-TABLE.
           05  WS-BL-ENTRY                 OCCURS 60 TIMES.
               10  WS-BL-PROGRAM           PIC X(08).
               10  WS-BL-STEP              PIC X(08).
               10  WS-BL-RUN-COUNT         PIC 9(05)  COMP.
               10  WS-BL-TOTAL-ELAPSED     PIC 9(12)  COMP.
               10  WS-BL-TOTAL-READS       PIC 9(13)  COMP.

       01  WS-BASELINE-WORK.
           05  WS-MATCH-PROGRAM            PIC X(08)  VALUE SPACES.
           05  WS-MATCH-STEP               PIC X(08)  VALUE SPACES.
           05  WS-AVG-READS                PIC 9(11)V99     VALUE ZERO.
           05  WS-SLOW-LIMIT               PIC 9(11)V99     VALUE ZERO.
           05  WS-VOLUME-LIMIT             PIC 9(11)V99     VALUE ZERO.

      *    ONE ROW PER NIGHT - THE PRIOR NIGHTS KEPT, THEN TONIGHT IN
      *    THE LAST ROW.  A ROW'S POSITION IS ITS DISTANCE FROM
      *    TONIGHT; A NIGHT THE STREAM DID NOT RUN KEEPS A ZERO COUNT.
       77  WS-NT-ENTRY-COUNT               PIC 9(03)  COMP  VALUE 8.
       77  WS-NT-SUB                       PIC 9(03)  COMP  VALUE ZERO.

       01  WS-NIGHT-TABLE.
           05  WS-NT-ENTRY                 OCCURS 8 TIMES.
               10  WS-NT-STEP-COUNT        PIC 9(05)  COMP.
               10  WS-NT-FIRST-START-ABS   PIC 9(12)  COMP.
               10  WS-NT-FIRST-START-DATE  PIC 9(08).
               10  WS-NT-FIRST-START-TIME  PIC 9(08).
               10  WS-NT-LAST-END-ABS      PIC 9(12)  COMP.
               10  WS-NT-LAST-END-DATE     PIC 9(08).
               10  WS-NT-LAST-END-TIME     PIC 9(08).

       01  WS-MARGIN-WORK.
           05  WS-NIGHT-FOR-DEADLINE       PIC 9(09)  COMP  VALUE ZERO.
           05  WS-DEADLINE-ABS             PIC 9(12)  COMP  VALUE ZERO.
           05  WS-MARGIN-SECONDS           PIC S9(12) COMP  VALUE ZERO.
           05  WS-TONIGHT-MARGIN           PIC S9(12) COMP  VALUE ZERO.
           05  WS-NIGHT-FOR-OPEN           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-OPEN-ABS                 PIC 9(12)  COMP  VALUE ZERO.
           05  WS-EARLY-SECONDS            PIC S9(12) COMP  VALUE ZERO.
           05  WS-TONIGHT-EARLY            PIC S9(12) COMP  VALUE ZERO.

      *    CRITICAL PATH WORK AREA.  THE PATH RUNS BACK FROM THE LAST
      *    STEP TO END; EACH STEP'S PREDECESSOR IS THE STEP THAT ENDED
      *    LAST AT OR BEFORE IT STARTED - THE ONE IT WAS WAITING ON.
      *    TIME BETWEEN THE TWO IS STEPS THAT DO NOT LOG (THE SORT,
      *    COPY AND IDCAMS UTILITIES) OR INITIATOR WAIT.
       01  WS-PATH-WORK.
           05  WS-CP-SUB                   PIC 9(03)  COMP  VALUE ZERO.
           05  WS-PRED-SUB                 PIC 9(03)  COMP  VALUE ZERO.
           05  WS-CP-STEP-COUNT            PIC 9(03)  COMP  VALUE ZERO.
           05  WS-CP-LAST-END-ABS          PIC 9(12)  COMP  VALUE ZERO.
           05  WS-CP-GAP-SECONDS           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-CP-LENGTH-SECONDS        PIC 9(09)  COMP  VALUE ZERO.

      *    DAY-NUMBER WORK AREA, AS IN FILEAGE.  THE YEAR IS TAKEN AS
      *    STARTING IN MARCH SO FEBRUARY'S ODD LENGTH FALLS AT THE END
      *    OF IT.
       01  WS-DAYNUM-WORK.
           05  WS-DAYNUM-YEAR              PIC 9(05)  COMP  VALUE ZERO.
           05  WS-DAYNUM-MONTH             PIC 9(03)  COMP  VALUE ZERO.
           05  WS-DAYNUM-DAY               PIC 9(03)  COMP  VALUE ZERO.
           05  WS-DAYNUM-QUOTIENT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-DAYNUM                   PIC 9(09)  COMP  VALUE ZERO.

      *    SECONDS SHOWN AS HH:MM:SS.
       77  WS-HMS-SECONDS                  PIC 9(09)  COMP  VALUE ZERO.
       77  WS-HMS-REMAINDER                PIC 9(09)  COMP  VALUE ZERO.
       01  WS-HMS-TEXT.
           05  WS-HMS-HH                   PIC 9(02)  VALUE ZERO.
           05  FILLER                      PIC X(01)  VALUE ':'.
           05  WS-HMS-MM                   PIC 9(02)  VALUE ZERO.
           05  FILLER                      PIC X(01)  VALUE ':'.
           05  WS-HMS-SS                   PIC 9(02)  VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)  VALUE
               'FILESLA - BATCH WINDOW SLA REPORT '.
           05  FILLER                      PIC X(12)  VALUE
               'RUN DATE    '.
           05  WS-HEADING-RUN-DATE         PIC 9(08).
           05  FILLER                      PIC X(16)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE
               'PAGE '.
           05  WS-HEADING-PAGE             PIC ZZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(15)  VALUE
               'NIGHT STARTING '.
           05  WS-HEADING-NIGHT-DATE       PIC X(08).
           05  FILLER                      PIC X(16)  VALUE
               '   WINDOW OPENS '.
           05  WS-HEADING-OPEN-HH          PIC 9(02).
           05  FILLER                      PIC X(01)  VALUE ':'.
           05  WS-HEADING-OPEN-MM          PIC 9(02).
           05  FILLER                      PIC X(17)  VALUE
               '   ONLINE STARTS '.
           05  WS-HEADING-ONLINE-HH        PIC 9(02).
           05  FILLER                      PIC X(01)  VALUE ':'.
           05  WS-HEADING-ONLINE-MM        PIC 9(02).
           05  FILLER                      PIC X(14)  VALUE SPACES.

       01  WS-STEP-HEADING.
           05  FILLER                      PIC X(20)  VALUE
               '  STEP     PROGRAM  '.
           05  FILLER                      PIC X(18)  VALUE
               'START    END      '.
           05  FILLER                      PIC X(18)  VALUE
               'ELAPSED  AVERAGE  '.
           05  FILLER                      PIC X(24)  VALUE
               '       READ  RC NOTE    '.

       01  WS-STEP-LINE.
           05  WS-STEP-PATH-MARK           PIC X(01).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-STEP-NAME                PIC X(08).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-STEP-PROGRAM             PIC X(08).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-STEP-START               PIC X(08).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-STEP-END                 PIC X(08).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-STEP-ELAPSED             PIC X(08).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-STEP-AVERAGE             PIC X(08).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-STEP-READ                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-STEP-RC                  PIC ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-STEP-NOTE                PIC X(08).

       01  WS-REPORT-TEXT-LINE             PIC X(80)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SUM-LABEL                PIC X(30).
           05  WS-SUM-VALUE                PIC X(50).

       01  WS-STAMP-VALUE.
           05  WS-STAMP-DATE               PIC 9(08).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-STAMP-TIME               PIC X(08).
           05  FILLER                      PIC X(33)  VALUE SPACES.

       01  WS-DEADLINE-VALUE.
           05  WS-DEADLINE-HH              PIC 9(02).
           05  FILLER                      PIC X(01)  VALUE ':'.
           05  WS-DEADLINE-MM              PIC 9(02).
           05  FILLER                      PIC X(45)  VALUE SPACES.

       01  WS-WINDOW-VALUE.
           05  WS-WINDOW-VERDICT           PIC X(13).
           05  WS-WINDOW-TIME              PIC X(08).
           05  WS-WINDOW-SUFFIX            PIC X(29).

       01  WS-PATH-VALUE.
           05  WS-PATH-TIME                PIC X(08).
           05  FILLER                      PIC X(06)  VALUE ' OVER '.
           05  WS-PATH-STEPS               PIC ZZ9.
           05  FILLER                      PIC X(33)  VALUE
               ' LOGGED STEPS'.

       01  WS-COUNT-VALUE.
           05  WS-COUNT-NUMBER             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(39)  VALUE SPACES.

       01  WS-TREND-HEADING.
           05  FILLER                      PIC X(24)  VALUE
               '  FIRST STEP STARTED    '.
           05  FILLER                      PIC X(22)  VALUE
               'LAST STEP ENDED       '.
           05  FILLER                      PIC X(34)  VALUE
               'MARGIN'.

       01  WS-TREND-LINE.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-TRD-FIRST-DATE           PIC 9(08).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-TRD-FIRST-TIME           PIC X(08).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TRD-LAST-DATE            PIC 9(08).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-TRD-LAST-TIME            PIC X(08).
           05  FILLER                      PIC X(05)  VALUE SPACES.
           05  WS-TRD-MARGIN               PIC X(08).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-TRD-MARGIN-WORD          PIC X(06).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-TRD-MARKER               PIC X(07).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-TRD-EARLY-MARKER         PIC X(05).
           05  FILLER                      PIC X(05)  VALUE SPACES.

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
               PERFORM 2000-FIND-REPORT-NIGHT THRU 2000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED AND WS-REPORT-NIGHT > ZERO
               PERFORM 3000-COLLECT-NIGHT THRU 3000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED AND WS-TN-ENTRY-COUNT > ZERO
               PERFORM 4000-ANALYZE-NIGHT THRU 4000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 6000-WRITE-SLA-REPORT THRU 6000-EXIT
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .

      *----------------------------------------------------------------
      *    INITIALIZATION
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-LOG-READ-COUNT WS-LOG-BAD-COUNT
                        WS-SLOW-COUNT WS-VOLUME-COUNT
                        WS-OVERFLOW-COUNT WS-TN-ENTRY-COUNT
                        WS-BL-ENTRY-COUNT WS-REPORT-NIGHT
                        WS-LINE-COUNT WS-PAGE-NUMBER
           INITIALIZE WS-TONIGHT-TABLE WS-BASELINE-TABLE
                      WS-NIGHT-TABLE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-WINDOW-PARM THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           OPEN OUTPUT SLA-REPORT-FILE
           IF WS-REPORT-STATUS-OK
               SET WS-REPORT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILESLA: SLA-REPORT-FILE OPEN FAILED, '
                       'STATUS = ' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1000-EXIT.
           EXIT.

      *    BLANK TAKES THE STANDARD WINDOW.  ANYTHING ELSE MUST BE TWO
      *    REAL 24-HOUR TIMES, HHMM,HHMM.
       1100-GET-WINDOW-PARM.
           MOVE SPACES TO WS-PARM-TEXT
           IF LK-PARM-LENGTH > ZERO
               MOVE LK-PARM-LENGTH TO WS-PARM-MOVE-LENGTH
               IF WS-PARM-MOVE-LENGTH > 20
                   MOVE 20 TO WS-PARM-MOVE-LENGTH
               END-IF
               MOVE LK-PARM-TEXT (1:WS-PARM-MOVE-LENGTH)
                   TO WS-PARM-TEXT (1:WS-PARM-MOVE-LENGTH)
           END-IF
           IF WS-PARM-TEXT = SPACES
               MOVE WS-DEFAULT-PARM TO WS-PARM-TEXT
           END-IF
           IF WS-PARM-OPEN-HH NUMERIC AND WS-PARM-OPEN-MM NUMERIC
                   AND WS-PARM-COMMA = ','
                   AND WS-PARM-ONLINE-HH NUMERIC
                   AND WS-PARM-ONLINE-MM NUMERIC
                   AND WS-PARM-TEXT (10:11) = SPACES
                   AND WS-PARM-OPEN-HH < 24 AND WS-PARM-OPEN-MM < 60
                   AND WS-PARM-ONLINE-HH < 24
                   AND WS-PARM-ONLINE-MM < 60
               MOVE WS-PARM-OPEN-HH   TO WS-OPEN-HH
               MOVE WS-PARM-OPEN-MM   TO WS-OPEN-MM
               MOVE WS-PARM-ONLINE-HH TO WS-ONLINE-HH
               MOVE WS-PARM-ONLINE-MM TO WS-ONLINE-MM
               COMPUTE WS-OPEN-SECONDS =
                   WS-OPEN-HH * 3600 + WS-OPEN-MM * 60
               COMPUTE WS-ONLINE-SECONDS =
                   WS-ONLINE-HH * 3600 + WS-ONLINE-MM * 60
           ELSE
               DISPLAY 'FILESLA: WINDOW PARM MUST BE HHMM,HHMM, '
                       'PARM = ' WS-PARM-TEXT
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    OPERATIONS LOG SEQUENTIAL READ.  EACH RECORD IS CHECKED AND
      *    TIMED AS IT IS READ; THE COUNTS ARE TAKEN ON THE FIRST PASS
      *    ONLY.
      *----------------------------------------------------------------
       0200-READ-OPS-LOG.
           READ OPS-LOG-FILE INTO OL-RECORD
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 0200-EXIT
           END-READ
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILESLA: OPS-LOG-FILE READ ERROR, STATUS = '
                       OL-LOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0200-EXIT
           END-IF
           PERFORM 2400-CHECK-LOG-RECORD THRU 2400-EXIT
           IF WS-FIRST-PASS
               ADD 1 TO WS-LOG-READ-COUNT
               IF NOT WS-RECORD-USABLE
                   ADD 1 TO WS-LOG-BAD-COUNT
               END-IF
           END-IF
           .
       0200-EXIT.
           EXIT.

       0300-OPEN-OPS-LOG.
           SET WS-NOT-END-OF-FILE TO TRUE
           OPEN INPUT OPS-LOG-FILE
           IF OL-LOG-STATUS-OK
               SET WS-LOG-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILESLA: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       0300-EXIT.
           EXIT.

       0400-CLOSE-OPS-LOG.
           CLOSE OPS-LOG-FILE
           MOVE 'N' TO WS-LOG-OPEN-SWITCH
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILESLA: OPS-LOG-FILE CLOSE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       0400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    FIRST PASS - THE REPORT COVERS THE LATEST NIGHT ON THE LOG.
      *----------------------------------------------------------------
       2000-FIND-REPORT-NIGHT.
           SET WS-FIRST-PASS TO TRUE
           PERFORM 0300-OPEN-OPS-LOG THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 2000-EXIT
           END-IF
           PERFORM 0200-READ-OPS-LOG THRU 0200-EXIT
           PERFORM 2100-NOTE-RECORD-NIGHT THRU 2100-EXIT
               UNTIL WS-END-OF-FILE OR WS-ABORT-REQUESTED
           PERFORM 0400-CLOSE-OPS-LOG THRU 0400-EXIT
           IF WS-REPORT-NIGHT = ZERO AND NOT WS-ABORT-REQUESTED
               DISPLAY 'FILESLA: NO USABLE STEP STATISTICS ON THE '
                       'OPERATIONS LOG'
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-NOTE-RECORD-NIGHT.
           IF WS-RECORD-USABLE AND WS-CUR-NIGHT > WS-REPORT-NIGHT
               MOVE WS-CUR-NIGHT TO WS-REPORT-NIGHT
           END-IF
           PERFORM 0200-READ-OPS-LOG THRU 0200-EXIT
           .
       2100-EXIT.
           EXIT.

      *    A RECORD IS USABLE WHEN EVERY FIELD THE REPORT RELIES ON IS
      *    NUMERIC, BOTH TIMESTAMPS ARE REAL, AND IT DID NOT END
      *    BEFORE IT STARTED.  A RECORD LEFT HALF-WRITTEN BY A STEP
      *    THAT WAS CANCELLED IS SKIPPED AND COUNTED, NOT GUESSED AT.
       2400-CHECK-LOG-RECORD.
           MOVE 'N' TO WS-USABLE-SWITCH
           IF OL-START-DATE NOT NUMERIC OR OL-START-TIME NOT NUMERIC
                   OR OL-END-DATE NOT NUMERIC
                   OR OL-END-TIME NOT NUMERIC
                   OR OL-READ-COUNT NOT NUMERIC
                   OR OL-WRITTEN-COUNT NOT NUMERIC
                   OR OL-REJECTED-COUNT NOT NUMERIC
                   OR OL-RETURN-CODE NOT NUMERIC
               GO TO 2400-EXIT
           END-IF
           MOVE OL-START-DATE TO WS-CLOCK-DATE
           MOVE OL-START-TIME TO WS-CLOCK-TIME
           PERFORM 2500-CHECK-CLOCK THRU 2500-EXIT
           IF NOT WS-RECORD-USABLE
               GO TO 2400-EXIT
           END-IF
           MOVE WS-DAYNUM TO WS-CUR-NIGHT
           COMPUTE WS-CUR-START-ABS =
               WS-DAYNUM * WS-SECONDS-PER-DAY + WS-CLOCK-SECONDS
           IF WS-CLOCK-SECONDS < WS-NOON-SECONDS
               SUBTRACT 1 FROM WS-CUR-NIGHT
           END-IF
           MOVE OL-END-DATE TO WS-CLOCK-DATE
           MOVE OL-END-TIME TO WS-CLOCK-TIME
           PERFORM 2500-CHECK-CLOCK THRU 2500-EXIT
           IF NOT WS-RECORD-USABLE
               GO TO 2400-EXIT
           END-IF
           COMPUTE WS-CUR-END-ABS =
               WS-DAYNUM * WS-SECONDS-PER-DAY + WS-CLOCK-SECONDS
           IF WS-CUR-END-ABS < WS-CUR-START-ABS
               MOVE 'N' TO WS-USABLE-SWITCH
           END-IF
           .
       2400-EXIT.
           EXIT.

      *    VALIDATES WS-CLOCK-DATE AND WS-CLOCK-TIME AND, WHEN BOTH ARE
      *    REAL, LEAVES THE DAY NUMBER IN WS-DAYNUM AND THE SECONDS
      *    INTO THE DAY IN WS-CLOCK-SECONDS.
       2500-CHECK-CLOCK.
           MOVE 'N' TO WS-USABLE-SWITCH
           IF WS-CLOCK-YEAR < 1900
                   OR WS-CLOCK-MONTH < 1 OR WS-CLOCK-MONTH > 12
                   OR WS-CLOCK-DAY < 1 OR WS-CLOCK-DAY > 31
                   OR WS-CLOCK-HH > 23 OR WS-CLOCK-MM > 59
                   OR WS-CLOCK-SS > 59
               GO TO 2500-EXIT
           END-IF
           MOVE WS-CLOCK-YEAR  TO WS-DAYNUM-YEAR
           MOVE WS-CLOCK-MONTH TO WS-DAYNUM-MONTH
           MOVE WS-CLOCK-DAY   TO WS-DAYNUM-DAY
           PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT
           COMPUTE WS-CLOCK-SECONDS =
               WS-CLOCK-HH * 3600 + WS-CLOCK-MM * 60 + WS-CLOCK-SS
           SET WS-RECORD-USABLE TO TRUE
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    SECOND PASS - TONIGHT'S STEPS, AND THE PRIOR NIGHTS KEPT FOR
      *    THE BASELINE AND THE WINDOW TREND.
      *----------------------------------------------------------------
       3000-COLLECT-NIGHT.
           SET WS-SECOND-PASS TO TRUE
           PERFORM 0300-OPEN-OPS-LOG THRU 0300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 3000-EXIT
           END-IF
           PERFORM 0200-READ-OPS-LOG THRU 0200-EXIT
           PERFORM 3010-COLLECT-ONE-RECORD THRU 3010-EXIT
               UNTIL WS-END-OF-FILE OR WS-ABORT-REQUESTED
           PERFORM 0400-CLOSE-OPS-LOG THRU 0400-EXIT
           .
       3000-EXIT.
           EXIT.

       3010-COLLECT-ONE-RECORD.
           IF NOT WS-RECORD-USABLE
                   OR WS-CUR-NIGHT > WS-REPORT-NIGHT
                   OR WS-CUR-NIGHT + WS-HISTORY-NIGHTS < WS-REPORT-NIGHT
               GO TO 3010-READ-NEXT
           END-IF
           PERFORM 3300-NOTE-NIGHT-TIMES THRU 3300-EXIT
           IF WS-CUR-NIGHT = WS-REPORT-NIGHT
               PERFORM 3100-ADD-TONIGHT-STEP THRU 3100-EXIT
           ELSE
      *        ONLY CLEAN AND WARNING RUNS (RC 0-4) BELONG IN THE
      *        BASELINE - A STEP THAT FELL OVER PARTWAY WOULD DRAG THE
      *        AVERAGE DOWN AND MUTE THE NEXT FLAG.
               IF OL-RETURN-CODE <= 4
                   PERFORM 3200-ADD-BASELINE-RUN THRU 3200-EXIT
               END-IF
           END-IF
           .
       3010-READ-NEXT.
           PERFORM 0200-READ-OPS-LOG THRU 0200-EXIT
           .
       3010-EXIT.
           EXIT.

      *    TONIGHT'S TABLE IS KEPT IN START ORDER - THE LOG ITSELF IS
      *    IN END ORDER, AS EACH STEP APPENDS WHEN IT FINISHES.
       3100-ADD-TONIGHT-STEP.
           IF WS-TN-ENTRY-COUNT >= WS-TN-ENTRY-MAX
               ADD 1 TO WS-OVERFLOW-COUNT
               GO TO 3100-EXIT
           END-IF
           MOVE 1 TO WS-TN-SUB
           PERFORM 3110-STEP-PAST-EARLIER THRU 3110-EXIT
               UNTIL WS-TN-SUB > WS-TN-ENTRY-COUNT
                  OR WS-TN-START-ABS (WS-TN-SUB) > WS-CUR-START-ABS
           MOVE WS-TN-ENTRY-COUNT TO WS-TN-MOVE-SUB
           PERFORM 3120-SHIFT-ENTRY-DOWN THRU 3120-EXIT
               UNTIL WS-TN-MOVE-SUB < WS-TN-SUB
           ADD 1 TO WS-TN-ENTRY-COUNT
           MOVE OL-PROGRAM        TO WS-TN-PROGRAM (WS-TN-SUB)
           MOVE OL-STEP           TO WS-TN-STEP (WS-TN-SUB)
           MOVE OL-START-DATE     TO WS-TN-START-DATE (WS-TN-SUB)
           MOVE OL-START-TIME     TO WS-TN-START-TIME (WS-TN-SUB)
           MOVE OL-END-DATE       TO WS-TN-END-DATE (WS-TN-SUB)
           MOVE OL-END-TIME       TO WS-TN-END-TIME (WS-TN-SUB)
           MOVE WS-CUR-START-ABS  TO WS-TN-START-ABS (WS-TN-SUB)
           MOVE WS-CUR-END-ABS    TO WS-TN-END-ABS (WS-TN-SUB)
           COMPUTE WS-TN-ELAPSED (WS-TN-SUB) =
               WS-CUR-END-ABS - WS-CUR-START-ABS
           MOVE OL-READ-COUNT     TO WS-TN-READ-COUNT (WS-TN-SUB)
           MOVE OL-RETURN-CODE    TO WS-TN-RETURN-CODE (WS-TN-SUB)
           MOVE ZERO              TO WS-TN-AVG-ELAPSED (WS-TN-SUB)
           MOVE 'N'               TO WS-TN-BASELINE-SWITCH (WS-TN-SUB)
           MOVE 'N'               TO WS-TN-CRITICAL-SWITCH (WS-TN-SUB)
           MOVE SPACES            TO WS-TN-NOTE (WS-TN-SUB)
           .
       3100-EXIT.
           EXIT.

       3110-STEP-PAST-EARLIER.
           ADD 1 TO WS-TN-SUB
           .
       3110-EXIT.
           EXIT.

       3120-SHIFT-ENTRY-DOWN.
           MOVE WS-TN-ENTRY (WS-TN-MOVE-SUB)
               TO WS-TN-ENTRY (WS-TN-MOVE-SUB + 1)
           SUBTRACT 1 FROM WS-TN-MOVE-SUB
           .
       3120-EXIT.
           EXIT.

       3200-ADD-BASELINE-RUN.
           MOVE OL-PROGRAM TO WS-MATCH-PROGRAM
           MOVE OL-STEP    TO WS-MATCH-STEP
           PERFORM 3250-FIND-BASELINE-ENTRY THRU 3250-EXIT
           IF NOT WS-BASELINE-FOUND
               IF WS-BL-ENTRY-COUNT >= WS-BL-ENTRY-MAX
                   ADD 1 TO WS-OVERFLOW-COUNT
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-BL-ENTRY-COUNT
               MOVE WS-BL-ENTRY-COUNT TO WS-BL-SUB
               MOVE OL-PROGRAM TO WS-BL-PROGRAM (WS-BL-SUB)
               MOVE OL-STEP    TO WS-BL-STEP (WS-BL-SUB)
               MOVE ZERO TO WS-BL-RUN-COUNT (WS-BL-SUB)
                            WS-BL-TOTAL-ELAPSED (WS-BL-SUB)
                            WS-BL-TOTAL-READS (WS-BL-SUB)
           END-IF
           ADD 1 TO WS-BL-RUN-COUNT (WS-BL-SUB)
           COMPUTE WS-BL-TOTAL-ELAPSED (WS-BL-SUB) =
               WS-BL-TOTAL-ELAPSED (WS-BL-SUB)
               + WS-CUR-END-ABS - WS-CUR-START-ABS
           ADD OL-READ-COUNT TO WS-BL-TOTAL-READS (WS-BL-SUB)
           .
       3200-EXIT.
           EXIT.

      *    LEAVES WS-BL-SUB ON THE BASELINE ROW FOR WS-MATCH-PROGRAM
      *    AND WS-MATCH-STEP WHEN THERE IS ONE.
       3250-FIND-BASELINE-ENTRY.
           MOVE 'N' TO WS-BASELINE-FOUND-SWITCH
           MOVE ZERO TO WS-BL-SUB
           PERFORM 3260-MATCH-BASELINE-ENTRY THRU 3260-EXIT
               UNTIL WS-BASELINE-FOUND
                   OR WS-BL-SUB >= WS-BL-ENTRY-COUNT
           .
       3250-EXIT.
           EXIT.

       3260-MATCH-BASELINE-ENTRY.
           ADD 1 TO WS-BL-SUB
           IF WS-BL-PROGRAM (WS-BL-SUB) = WS-MATCH-PROGRAM
                   AND WS-BL-STEP (WS-BL-SUB) = WS-MATCH-STEP
               SET WS-BASELINE-FOUND TO TRUE
           END-IF
           .
       3260-EXIT.
           EXIT.

      *    EVERY STEP OF A NIGHT KEPT, WHATEVER ITS RETURN CODE, MOVES
      *    THAT NIGHT'S FIRST START AND LAST END.
       3300-NOTE-NIGHT-TIMES.
           COMPUTE WS-NT-SUB = WS-CUR-NIGHT + WS-NT-ENTRY-COUNT
                             - WS-REPORT-NIGHT
           IF WS-NT-STEP-COUNT (WS-NT-SUB) = ZERO
                   OR WS-CUR-START-ABS <
                      WS-NT-FIRST-START-ABS (WS-NT-SUB)
               MOVE WS-CUR-START-ABS
                   TO WS-NT-FIRST-START-ABS (WS-NT-SUB)
               MOVE OL-START-DATE TO WS-NT-FIRST-START-DATE (WS-NT-SUB)
               MOVE OL-START-TIME TO WS-NT-FIRST-START-TIME (WS-NT-SUB)
           END-IF
           IF WS-NT-STEP-COUNT (WS-NT-SUB) = ZERO
                   OR WS-CUR-END-ABS > WS-NT-LAST-END-ABS (WS-NT-SUB)
               MOVE WS-CUR-END-ABS TO WS-NT-LAST-END-ABS (WS-NT-SUB)
               MOVE OL-END-DATE TO WS-NT-LAST-END-DATE (WS-NT-SUB)
               MOVE OL-END-TIME TO WS-NT-LAST-END-TIME (WS-NT-SUB)
           END-IF
           ADD 1 TO WS-NT-STEP-COUNT (WS-NT-SUB)
           .
       3300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ANALYSIS - FLAGS AGAINST EACH STEP'S BASELINE, THE CRITICAL
      *    PATH, TONIGHT'S MARGIN TO THE ONLINE START, AND WHETHER IT
      *    STARTED BEFORE THE WINDOW OPENED.
      *----------------------------------------------------------------
       4000-ANALYZE-NIGHT.
           MOVE ZERO TO WS-TN-SUB
           PERFORM 4100-CHECK-ONE-STEP THRU 4100-EXIT
               UNTIL WS-TN-SUB >= WS-TN-ENTRY-COUNT
           PERFORM 4200-TRACE-CRITICAL-PATH THRU 4200-EXIT
           MOVE WS-NT-ENTRY-COUNT TO WS-NT-SUB
           PERFORM 4400-COMPUTE-NIGHT-MARGIN THRU 4400-EXIT
           MOVE WS-MARGIN-SECONDS TO WS-TONIGHT-MARGIN
           MOVE WS-EARLY-SECONDS TO WS-TONIGHT-EARLY
           .
       4000-EXIT.
           EXIT.

       4100-CHECK-ONE-STEP.
           ADD 1 TO WS-TN-SUB
           MOVE WS-TN-PROGRAM (WS-TN-SUB) TO WS-MATCH-PROGRAM
           MOVE WS-TN-STEP (WS-TN-SUB)    TO WS-MATCH-STEP
           PERFORM 3250-FIND-BASELINE-ENTRY THRU 3250-EXIT
           IF NOT WS-BASELINE-FOUND
                   OR WS-BL-RUN-COUNT (WS-BL-SUB) < WS-HISTORY-MIN-RUNS
               GO TO 4100-EXIT
           END-IF
           SET WS-TN-HAS-BASELINE (WS-TN-SUB) TO TRUE
           COMPUTE WS-TN-AVG-ELAPSED (WS-TN-SUB) =
               WS-BL-TOTAL-ELAPSED (WS-BL-SUB)
               / WS-BL-RUN-COUNT (WS-BL-SUB)
           COMPUTE WS-AVG-READS =
               WS-BL-TOTAL-READS (WS-BL-SUB)
               / WS-BL-RUN-COUNT (WS-BL-SUB)
           COMPUTE WS-SLOW-LIMIT =
               WS-TN-AVG-ELAPSED (WS-TN-SUB) * WS-SLOW-FACTOR
           COMPUTE WS-VOLUME-LIMIT = WS-AVG-READS * WS-VOLUME-FACTOR
           IF WS-TN-ELAPSED (WS-TN-SUB) > WS-SLOW-LIMIT
                   AND WS-TN-ELAPSED (WS-TN-SUB) >=
                       WS-TN-AVG-ELAPSED (WS-TN-SUB)
                       + WS-SLOW-MIN-SECONDS
               ADD 1 TO WS-SLOW-COUNT
               MOVE 'SLOW' TO WS-TN-NOTE (WS-TN-SUB)
           END-IF
           IF WS-TN-READ-COUNT (WS-TN-SUB) > WS-VOLUME-LIMIT
                   AND WS-TN-READ-COUNT (WS-TN-SUB) >=
                       WS-VOLUME-MIN-READS
               ADD 1 TO WS-VOLUME-COUNT
               IF WS-TN-NOTE (WS-TN-SUB) = SPACES
                   MOVE 'VOLUME' TO WS-TN-NOTE (WS-TN-SUB)
               ELSE
                   MOVE 'SLOW+VOL' TO WS-TN-NOTE (WS-TN-SUB)
               END-IF
           END-IF
           .
       4100-EXIT.
           EXIT.

      *    THE PATH STARTS AT THE STEP THAT ENDED LAST AND WALKS BACK,
      *    ONE PREDECESSOR AT A TIME, UNTIL A STEP HAS NONE.  A STEP
      *    ALREADY ON THE PATH IS NEVER TAKEN AGAIN, SO TWO STEPS LOGGED
      *    AT THE SAME INSTANT CANNOT SEND IT ROUND IN A CIRCLE.
       4200-TRACE-CRITICAL-PATH.
           MOVE ZERO TO WS-CP-SUB WS-CP-GAP-SECONDS WS-CP-STEP-COUNT
           MOVE ZERO TO WS-TN-SUB
           PERFORM 4210-FIND-LAST-TO-END THRU 4210-EXIT
               UNTIL WS-TN-SUB >= WS-TN-ENTRY-COUNT
           MOVE WS-TN-END-ABS (WS-CP-SUB) TO WS-CP-LAST-END-ABS
           SET WS-TN-ON-CRITICAL-PATH (WS-CP-SUB) TO TRUE
           MOVE 1 TO WS-CP-STEP-COUNT
           MOVE 'N' TO WS-PATH-SWITCH
           PERFORM 4220-STEP-BACK-ONE THRU 4220-EXIT
               UNTIL WS-PATH-TRACED
           COMPUTE WS-CP-LENGTH-SECONDS =
               WS-CP-LAST-END-ABS - WS-TN-START-ABS (WS-CP-SUB)
           .
       4200-EXIT.
           EXIT.

       4210-FIND-LAST-TO-END.
           ADD 1 TO WS-TN-SUB
           IF WS-CP-SUB = ZERO
                   OR WS-TN-END-ABS (WS-TN-SUB) >
                      WS-TN-END-ABS (WS-CP-SUB)
               MOVE WS-TN-SUB TO WS-CP-SUB
           END-IF
           .
       4210-EXIT.
           EXIT.

       4220-STEP-BACK-ONE.
           MOVE ZERO TO WS-PRED-SUB
           MOVE ZERO TO WS-TN-SUB
           PERFORM 4230-TRY-PREDECESSOR THRU 4230-EXIT
               UNTIL WS-TN-SUB >= WS-TN-ENTRY-COUNT
           IF WS-PRED-SUB = ZERO
               SET WS-PATH-TRACED TO TRUE
               GO TO 4220-EXIT
           END-IF
           COMPUTE WS-CP-GAP-SECONDS = WS-CP-GAP-SECONDS
               + WS-TN-START-ABS (WS-CP-SUB)
               - WS-TN-END-ABS (WS-PRED-SUB)
           SET WS-TN-ON-CRITICAL-PATH (WS-PRED-SUB) TO TRUE
           ADD 1 TO WS-CP-STEP-COUNT
           MOVE WS-PRED-SUB TO WS-CP-SUB
           .
       4220-EXIT.
           EXIT.

       4230-TRY-PREDECESSOR.
           ADD 1 TO WS-TN-SUB
           IF WS-TN-ON-CRITICAL-PATH (WS-TN-SUB)
               GO TO 4230-EXIT
           END-IF
           IF WS-TN-END-ABS (WS-TN-SUB) > WS-TN-START-ABS (WS-CP-SUB)
               GO TO 4230-EXIT
           END-IF
           IF WS-PRED-SUB = ZERO
               MOVE WS-TN-SUB TO WS-PRED-SUB
           ELSE
               IF WS-TN-END-ABS (WS-TN-SUB) >
                       WS-TN-END-ABS (WS-PRED-SUB)
                   MOVE WS-TN-SUB TO WS-PRED-SUB
               END-IF
           END-IF
           .
       4230-EXIT.
           EXIT.

      *    MARGIN OF THE NIGHT IN ROW WS-NT-SUB: SECONDS FROM ITS LAST
      *    STEP'S END TO THE ONLINE START, NEGATIVE WHEN IT OVERRAN.
      *    AN ONLINE START BEFORE NOON FALLS ON THE MORNING AFTER THE
      *    NIGHT'S DATE.  ALSO HOW LONG BEFORE THE WINDOW OPENED ITS
      *    FIRST STEP STARTED, ZERO OR NEGATIVE WHEN IT WAITED FOR IT;
      *    A WINDOW OPENING BEFORE NOON IS ALSO THE MORNING AFTER.
       4400-COMPUTE-NIGHT-MARGIN.
           COMPUTE WS-NIGHT-FOR-OPEN = WS-REPORT-NIGHT + WS-NT-SUB
                                     - WS-NT-ENTRY-COUNT
           IF WS-OPEN-SECONDS < WS-NOON-SECONDS
               ADD 1 TO WS-NIGHT-FOR-OPEN
           END-IF
           COMPUTE WS-OPEN-ABS =
               WS-NIGHT-FOR-OPEN * WS-SECONDS-PER-DAY
               + WS-OPEN-SECONDS
           COMPUTE WS-EARLY-SECONDS =
               WS-OPEN-ABS - WS-NT-FIRST-START-ABS (WS-NT-SUB)
           COMPUTE WS-NIGHT-FOR-DEADLINE = WS-REPORT-NIGHT + WS-NT-SUB
                                         - WS-NT-ENTRY-COUNT
           IF WS-ONLINE-SECONDS < WS-NOON-SECONDS
               ADD 1 TO WS-NIGHT-FOR-DEADLINE
           END-IF
           COMPUTE WS-DEADLINE-ABS =
               WS-NIGHT-FOR-DEADLINE * WS-SECONDS-PER-DAY
               + WS-ONLINE-SECONDS
           COMPUTE WS-MARGIN-SECONDS =
               WS-DEADLINE-ABS - WS-NT-LAST-END-ABS (WS-NT-SUB)
           .
       4400-EXIT.
           EXIT.

      *    CALENDAR DAY NUMBER OF WS-DAYNUM-YEAR/MONTH/DAY.  JANUARY
      *    AND FEBRUARY COUNT AS MONTHS 13 AND 14 OF THE YEAR BEFORE,
      *    SO THE LEAP DAY IS ALWAYS THE LAST DAY OF A COUNTING YEAR.
      *    EACH DIVISION IS ITS OWN STATEMENT SO IT TRUNCATES.
       5000-DATE-TO-DAYNUM.
           IF WS-DAYNUM-MONTH < 3
               SUBTRACT 1 FROM WS-DAYNUM-YEAR
               ADD 12 TO WS-DAYNUM-MONTH
           END-IF
           COMPUTE WS-DAYNUM = WS-DAYNUM-YEAR * 365 + WS-DAYNUM-DAY
           DIVIDE WS-DAYNUM-YEAR BY 4 GIVING WS-DAYNUM-QUOTIENT
           ADD WS-DAYNUM-QUOTIENT TO WS-DAYNUM
           DIVIDE WS-DAYNUM-YEAR BY 100 GIVING WS-DAYNUM-QUOTIENT
           SUBTRACT WS-DAYNUM-QUOTIENT FROM WS-DAYNUM
           DIVIDE WS-DAYNUM-YEAR BY 400 GIVING WS-DAYNUM-QUOTIENT
           ADD WS-DAYNUM-QUOTIENT TO WS-DAYNUM
           COMPUTE WS-DAYNUM-QUOTIENT = (WS-DAYNUM-MONTH - 3) * 153 + 2
           DIVIDE WS-DAYNUM-QUOTIENT BY 5 GIVING WS-DAYNUM-QUOTIENT
           ADD WS-DAYNUM-QUOTIENT TO WS-DAYNUM
           .
       5000-EXIT.
           EXIT.

      *    A DURATION IN WS-HMS-SECONDS AS HH:MM:SS IN WS-HMS-TEXT.
      *    NOTHING IN ONE NIGHT RUNS A HUNDRED HOURS; IF IT DID, IT
      *    SHOWS AS 99:59:59.
       5100-SECONDS-TO-HMS.
           IF WS-HMS-SECONDS > 359999
               MOVE 99 TO WS-HMS-HH
               MOVE 59 TO WS-HMS-MM WS-HMS-SS
               GO TO 5100-EXIT
           END-IF
           DIVIDE WS-HMS-SECONDS BY 3600 GIVING WS-HMS-HH
               REMAINDER WS-HMS-REMAINDER
           DIVIDE WS-HMS-REMAINDER BY 60 GIVING WS-HMS-MM
               REMAINDER WS-HMS-SS
           .
       5100-EXIT.
           EXIT.

      *    A LOG TIME OF DAY IN WS-CLOCK-TIME AS HH:MM:SS.
       5200-CLOCK-TO-HMS.
           MOVE WS-CLOCK-HH TO WS-HMS-HH
           MOVE WS-CLOCK-MM TO WS-HMS-MM
           MOVE WS-CLOCK-SS TO WS-HMS-SS
           .
       5200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    SLA REPORT - TONIGHT'S STEPS, THE NIGHT'S SUMMARY, AND THE
      *    MARGIN TREND OVER THE RECENT NIGHTS.
      *----------------------------------------------------------------
       6000-WRITE-SLA-REPORT.
           IF WS-TN-ENTRY-COUNT > ZERO
               MOVE WS-NT-FIRST-START-DATE (WS-NT-ENTRY-COUNT)
                   TO WS-HEADING-NIGHT-DATE
           ELSE
               MOVE 'NONE' TO WS-HEADING-NIGHT-DATE
           END-IF
           MOVE WS-OPEN-HH   TO WS-HEADING-OPEN-HH
           MOVE WS-OPEN-MM   TO WS-HEADING-OPEN-MM
           MOVE WS-ONLINE-HH TO WS-HEADING-ONLINE-HH
           MOVE WS-ONLINE-MM TO WS-HEADING-ONLINE-MM
           PERFORM 6900-WRITE-REPORT-HEADINGS THRU 6900-EXIT
           IF WS-TN-ENTRY-COUNT = ZERO
               MOVE 'NO USABLE STEP STATISTICS ON THE OPERATIONS LOG'
                   TO WS-REPORT-TEXT-LINE
               PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
               GO TO 6000-EXIT
           END-IF
           MOVE WS-STEP-HEADING TO WS-REPORT-TEXT-LINE
           PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
           MOVE ZERO TO WS-TN-SUB
           PERFORM 6100-WRITE-STEP-LINE THRU 6100-EXIT
               UNTIL WS-TN-SUB >= WS-TN-ENTRY-COUNT
                  OR WS-ABORT-REQUESTED
           MOVE '* = ON THE CRITICAL PATH' TO WS-REPORT-TEXT-LINE
           PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
           PERFORM 6200-WRITE-NIGHT-SUMMARY THRU 6200-EXIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
           MOVE 'BATCH WINDOW MARGIN, RECENT NIGHTS'
               TO WS-REPORT-TEXT-LINE
           PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
           MOVE WS-TREND-HEADING TO WS-REPORT-TEXT-LINE
           PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
           MOVE ZERO TO WS-NT-SUB
           PERFORM 6300-WRITE-TREND-LINE THRU 6300-EXIT
               UNTIL WS-NT-SUB >= WS-NT-ENTRY-COUNT
                  OR WS-ABORT-REQUESTED
           .
       6000-EXIT.
           EXIT.

       6100-WRITE-STEP-LINE.
           ADD 1 TO WS-TN-SUB
           MOVE SPACES TO WS-STEP-LINE
           IF WS-TN-ON-CRITICAL-PATH (WS-TN-SUB)
               MOVE '*' TO WS-STEP-PATH-MARK
           END-IF
           MOVE WS-TN-STEP (WS-TN-SUB)    TO WS-STEP-NAME
           MOVE WS-TN-PROGRAM (WS-TN-SUB) TO WS-STEP-PROGRAM
           MOVE WS-TN-START-TIME (WS-TN-SUB) TO WS-CLOCK-TIME
           PERFORM 5200-CLOCK-TO-HMS THRU 5200-EXIT
           MOVE WS-HMS-TEXT TO WS-STEP-START
           MOVE WS-TN-END-TIME (WS-TN-SUB) TO WS-CLOCK-TIME
           PERFORM 5200-CLOCK-TO-HMS THRU 5200-EXIT
           MOVE WS-HMS-TEXT TO WS-STEP-END
           MOVE WS-TN-ELAPSED (WS-TN-SUB) TO WS-HMS-SECONDS
           PERFORM 5100-SECONDS-TO-HMS THRU 5100-EXIT
           MOVE WS-HMS-TEXT TO WS-STEP-ELAPSED
           IF WS-TN-HAS-BASELINE (WS-TN-SUB)
               MOVE WS-TN-AVG-ELAPSED (WS-TN-SUB) TO WS-HMS-SECONDS
               PERFORM 5100-SECONDS-TO-HMS THRU 5100-EXIT
               MOVE WS-HMS-TEXT TO WS-STEP-AVERAGE
           END-IF
           MOVE WS-TN-READ-COUNT (WS-TN-SUB)  TO WS-STEP-READ
           MOVE WS-TN-RETURN-CODE (WS-TN-SUB) TO WS-STEP-RC
           MOVE WS-TN-NOTE (WS-TN-SUB)        TO WS-STEP-NOTE
           MOVE WS-STEP-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
           .
       6100-EXIT.
           EXIT.

       6200-WRITE-NIGHT-SUMMARY.
           MOVE 'STEPS LOGGED TONIGHT' TO WS-SUM-LABEL
           MOVE WS-TN-ENTRY-COUNT TO WS-COUNT-NUMBER
           MOVE WS-COUNT-VALUE TO WS-SUM-VALUE
           PERFORM 6250-WRITE-SUMMARY-LINE THRU 6250-EXIT
           MOVE 'FIRST STEP STARTED' TO WS-SUM-LABEL
           MOVE WS-NT-FIRST-START-DATE (WS-NT-ENTRY-COUNT)
               TO WS-STAMP-DATE
           MOVE WS-NT-FIRST-START-TIME (WS-NT-ENTRY-COUNT)
               TO WS-CLOCK-TIME
           PERFORM 5200-CLOCK-TO-HMS THRU 5200-EXIT
           MOVE WS-HMS-TEXT TO WS-STAMP-TIME
           MOVE WS-STAMP-VALUE TO WS-SUM-VALUE
           PERFORM 6250-WRITE-SUMMARY-LINE THRU 6250-EXIT
           MOVE 'WINDOW OPENING' TO WS-SUM-LABEL
           MOVE SPACES TO WS-WINDOW-VALUE
           IF WS-TONIGHT-EARLY > ZERO
               MOVE 'EARLY BY' TO WS-WINDOW-VERDICT
               MOVE WS-TONIGHT-EARLY TO WS-HMS-SECONDS
               PERFORM 5100-SECONDS-TO-HMS THRU 5100-EXIT
               MOVE WS-HMS-TEXT TO WS-WINDOW-TIME
           ELSE
               MOVE 'KEPT' TO WS-WINDOW-VERDICT
           END-IF
           MOVE WS-WINDOW-VALUE TO WS-SUM-VALUE
           PERFORM 6250-WRITE-SUMMARY-LINE THRU 6250-EXIT
           MOVE 'LAST STEP ENDED' TO WS-SUM-LABEL
           MOVE WS-NT-LAST-END-DATE (WS-NT-ENTRY-COUNT)
               TO WS-STAMP-DATE
           MOVE WS-NT-LAST-END-TIME (WS-NT-ENTRY-COUNT)
               TO WS-CLOCK-TIME
           PERFORM 5200-CLOCK-TO-HMS THRU 5200-EXIT
           MOVE WS-HMS-TEXT TO WS-STAMP-TIME
           MOVE WS-STAMP-VALUE TO WS-SUM-VALUE
           PERFORM 6250-WRITE-SUMMARY-LINE THRU 6250-EXIT
           MOVE 'ONLINE START' TO WS-SUM-LABEL
           MOVE WS-ONLINE-HH TO WS-DEADLINE-HH
           MOVE WS-ONLINE-MM TO WS-DEADLINE-MM
           MOVE WS-DEADLINE-VALUE TO WS-SUM-VALUE
           PERFORM 6250-WRITE-SUMMARY-LINE THRU 6250-EXIT
           MOVE 'BATCH WINDOW' TO WS-SUM-LABEL
           MOVE SPACES TO WS-WINDOW-VALUE
           IF WS-TONIGHT-MARGIN < ZERO
               MOVE 'MISSED BY' TO WS-WINDOW-VERDICT
               COMPUTE WS-HMS-SECONDS = ZERO - WS-TONIGHT-MARGIN
           ELSE
               IF WS-TONIGHT-MARGIN < WS-TIGHT-MARGIN-SECONDS
                   MOVE 'MET - TIGHT' TO WS-WINDOW-VERDICT
               ELSE
                   MOVE 'MET' TO WS-WINDOW-VERDICT
               END-IF
               MOVE WS-TONIGHT-MARGIN TO WS-HMS-SECONDS
               MOVE ' TO SPARE' TO WS-WINDOW-SUFFIX
           END-IF
           PERFORM 5100-SECONDS-TO-HMS THRU 5100-EXIT
           MOVE WS-HMS-TEXT TO WS-WINDOW-TIME
           MOVE WS-WINDOW-VALUE TO WS-SUM-VALUE
           PERFORM 6250-WRITE-SUMMARY-LINE THRU 6250-EXIT
           MOVE 'CRITICAL PATH' TO WS-SUM-LABEL
           MOVE WS-CP-LENGTH-SECONDS TO WS-HMS-SECONDS
           PERFORM 5100-SECONDS-TO-HMS THRU 5100-EXIT
           MOVE WS-HMS-TEXT TO WS-PATH-TIME
           MOVE WS-CP-STEP-COUNT TO WS-PATH-STEPS
           MOVE WS-PATH-VALUE TO WS-SUM-VALUE
           PERFORM 6250-WRITE-SUMMARY-LINE THRU 6250-EXIT
           MOVE '  OF WHICH UNLOGGED OR WAIT' TO WS-SUM-LABEL
           MOVE WS-CP-GAP-SECONDS TO WS-HMS-SECONDS
           PERFORM 5100-SECONDS-TO-HMS THRU 5100-EXIT
           MOVE SPACES TO WS-SUM-VALUE
           MOVE WS-HMS-TEXT TO WS-SUM-VALUE
           PERFORM 6250-WRITE-SUMMARY-LINE THRU 6250-EXIT
           MOVE 'STEPS FLAGGED SLOW' TO WS-SUM-LABEL
           MOVE WS-SLOW-COUNT TO WS-COUNT-NUMBER
           MOVE WS-COUNT-VALUE TO WS-SUM-VALUE
           PERFORM 6250-WRITE-SUMMARY-LINE THRU 6250-EXIT
           MOVE 'STEPS FLAGGED HIGH VOLUME' TO WS-SUM-LABEL
           MOVE WS-VOLUME-COUNT TO WS-COUNT-NUMBER
           MOVE WS-COUNT-VALUE TO WS-SUM-VALUE
           PERFORM 6250-WRITE-SUMMARY-LINE THRU 6250-EXIT
           .
       6200-EXIT.
           EXIT.

       6250-WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
           .
       6250-EXIT.
           EXIT.

       6300-WRITE-TREND-LINE.
           ADD 1 TO WS-NT-SUB
           IF WS-NT-STEP-COUNT (WS-NT-SUB) = ZERO
               GO TO 6300-EXIT
           END-IF
           PERFORM 4400-COMPUTE-NIGHT-MARGIN THRU 4400-EXIT
           MOVE SPACES TO WS-TRD-MARGIN-WORD WS-TRD-MARKER
                          WS-TRD-EARLY-MARKER
           IF WS-EARLY-SECONDS > ZERO
               MOVE 'EARLY' TO WS-TRD-EARLY-MARKER
           END-IF
           MOVE WS-NT-FIRST-START-DATE (WS-NT-SUB) TO WS-TRD-FIRST-DATE
           MOVE WS-NT-FIRST-START-TIME (WS-NT-SUB) TO WS-CLOCK-TIME
           PERFORM 5200-CLOCK-TO-HMS THRU 5200-EXIT
           MOVE WS-HMS-TEXT TO WS-TRD-FIRST-TIME
           MOVE WS-NT-LAST-END-DATE (WS-NT-SUB) TO WS-TRD-LAST-DATE
           MOVE WS-NT-LAST-END-TIME (WS-NT-SUB) TO WS-CLOCK-TIME
           PERFORM 5200-CLOCK-TO-HMS THRU 5200-EXIT
           MOVE WS-HMS-TEXT TO WS-TRD-LAST-TIME
           IF WS-MARGIN-SECONDS < ZERO
               COMPUTE WS-HMS-SECONDS = ZERO - WS-MARGIN-SECONDS
               MOVE 'LATE' TO WS-TRD-MARGIN-WORD
               MOVE 'MISSED' TO WS-TRD-MARKER
           ELSE
               MOVE WS-MARGIN-SECONDS TO WS-HMS-SECONDS
               MOVE 'SPARE' TO WS-TRD-MARGIN-WORD
               IF WS-MARGIN-SECONDS < WS-TIGHT-MARGIN-SECONDS
                   MOVE 'TIGHT' TO WS-TRD-MARKER
               END-IF
           END-IF
           PERFORM 5100-SECONDS-TO-HMS THRU 5100-EXIT
           MOVE WS-HMS-TEXT TO WS-TRD-MARGIN
           IF WS-NT-SUB = WS-NT-ENTRY-COUNT AND WS-TRD-MARKER = SPACES
               MOVE 'TONIGHT' TO WS-TRD-MARKER
           END-IF
           MOVE WS-TREND-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 6950-WRITE-REPORT-LINE THRU 6950-EXIT
           .
       6300-EXIT.
           EXIT.

       6900-WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-RUN-DATE TO WS-HEADING-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HEADING-PAGE
           WRITE SLA-REPORT-RECORD FROM WS-REPORT-HEADING-1
           IF NOT WS-REPORT-STATUS-OK
               GO TO 6900-WRITE-ERROR
           END-IF
           WRITE SLA-REPORT-RECORD FROM WS-REPORT-HEADING-2
           IF NOT WS-REPORT-STATUS-OK
               GO TO 6900-WRITE-ERROR
           END-IF
           GO TO 6900-EXIT
           .
       6900-WRITE-ERROR.
           DISPLAY 'FILESLA: SLA-REPORT-FILE WRITE FAILED, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       6900-EXIT.
           EXIT.

      *    EVERY BODY LINE FUNNELS THROUGH HERE SO THE PAGE BREAK AND
      *    THE LINE COUNT STAY IN ONE PLACE.  CALLERS STAGE THE LINE
      *    IN WS-REPORT-TEXT-LINE.
       6950-WRITE-REPORT-LINE.
           IF WS-ABORT-REQUESTED
               GO TO 6950-EXIT
           END-IF
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM 6900-WRITE-REPORT-HEADINGS THRU 6900-EXIT
               IF WS-ABORT-REQUESTED
                   GO TO 6950-EXIT
               END-IF
           END-IF
           WRITE SLA-REPORT-RECORD FROM WS-REPORT-TEXT-LINE
           IF WS-REPORT-STATUS-OK
               ADD 1 TO WS-LINE-COUNT
           ELSE
               DISPLAY 'FILESLA: SLA-REPORT-FILE WRITE FAILED, '
                       'STATUS = ' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       6950-EXIT.
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
           MOVE 'FILESLA' TO OL-STEP-NAME
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
           MOVE 'FILESLA' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           MOVE WS-LOG-READ-COUNT TO OL-READ-COUNT
           MOVE WS-TN-ENTRY-COUNT TO OL-WRITTEN-COUNT
           MOVE WS-LOG-BAD-COUNT TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILESLA: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILESLA: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB.  A MISSED OR TIGHT WINDOW, A START BEFORE THE
      *    WINDOW OPENED, OR ANY FLAGGED STEP, ENDS WITH THE WARNING
      *    RETURN CODE SO THE SCHEDULER PUTS THE REPORT IN FRONT OF
      *    SOMEONE IN THE MORNING.  SO DOES A LOG WITH NOTHING USABLE
      *    ON IT.
      *----------------------------------------------------------------
       9999-END.
           IF WS-LOG-FILE-OPEN
               CLOSE OPS-LOG-FILE
           END-IF
           IF WS-REPORT-FILE-OPEN
               CLOSE SLA-REPORT-FILE
               IF NOT WS-REPORT-STATUS-OK
                   DISPLAY 'FILESLA: SLA-REPORT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = ZERO AND NOT WS-ABORT-REQUESTED
               IF WS-TN-ENTRY-COUNT = ZERO
                       OR WS-TONIGHT-MARGIN < WS-TIGHT-MARGIN-SECONDS
                       OR WS-TONIGHT-EARLY > ZERO
                       OR WS-SLOW-COUNT > ZERO
                       OR WS-VOLUME-COUNT > ZERO
                   MOVE WS-WARNING-RETURN-CODE TO RETURN-CODE
               END-IF
           END-IF
           IF WS-OVERFLOW-COUNT > ZERO
               DISPLAY 'FILESLA: LOG RECORDS OVER TABLE SIZE = '
                       WS-OVERFLOW-COUNT
           END-IF
           DISPLAY 'FILESLA: LOG RECORDS READ     = ' WS-LOG-READ-COUNT
           DISPLAY 'FILESLA: LOG RECORDS UNUSABLE = ' WS-LOG-BAD-COUNT
           DISPLAY 'FILESLA: STEPS TONIGHT        = ' WS-TN-ENTRY-COUNT
           DISPLAY 'FILESLA: STEPS FLAGGED SLOW   = ' WS-SLOW-COUNT
           DISPLAY 'FILESLA: STEPS HIGH VOLUME    = ' WS-VOLUME-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
