      **********************************************************************
      * AUTHOR:    RJM
      * DATE:      15 OCT 2026
      * PURPOSE:   MERGE AND BALANCE A KEY-RANGE PARTITIONED FILEDEMO
      *            RUN.  EACH PARTITION JOB RUNS FILEDEMO OVER EVERY
      *            FEED ON THE NIGHT'S LIST BUT LOADS ONLY THE KEYS IN
      *            ITS OWN RANGE (FDPARTN PARTITION CARD), TO ITS OWN
      *            OUTPUT, REJECT AND WARNINGS DATASETS, AND HANDS ON
      *            ITS SHARE OF EACH FEED'S COUNT AND HASH TOTALS ON
      *            ITS PARTITION-TOTALS FILE.  THIS PROGRAM CHECKS THAT
      *            EVERY PARTITION ON THE DECK FINISHED TONIGHT OVER
      *            THE SAME FEEDS AND THE RANGE IT WAS GIVEN, COPIES
      *            THE PARTITIONS' OUTPUT, REJECTS AND WARNINGS INTO
      *            THE NIGHT'S DATASETS, AND PROVES, FEED BY FEED, THAT
      *            THE MERGED RECORDS' COUNT AND BOTH AMOUNT HASH
      *            TOTALS EQUAL THE FEED'S OWN TRAILER AND THE SUM OF
      *            THE PARTITIONS' SHARES.  IT THEN DOES WHAT AN
      *            UNPARTITIONED FILEDEMO RUN DOES AT END OF JOB - THE
      *            VOLUME-ANOMALY CHECK AGAINST THE RUN HISTORY, ONE
      *            NIGHTLY CONTROL REPORT AND ONE RUN-HISTORY RECORD -
      *            SO EVERY STEP AFTER IT SEES THE SAME DATASETS IT
      *            ALWAYS HAS.  RETURN CODES ARE FILEDEMO'S: 16 WHEN A
      *            PARTITION IS MISSING, UNFINISHED, FAILED OR STALE
      *            OR A FILE WILL NOT OPEN, 12 WHEN THE NIGHT IS OUT OF
      *            BALANCE, 4 FOR A VOLUME ANOMALY OR A PARTITION THAT
      *            ENDED WITH A WARNING.
      *            EACH PARTITION KEEPS ITS OWN OPERATIONS LOG, SO THE
      *            PARTITION JOBS NEVER QUEUE ON ONE ANOTHER FOR IT;
      *            THIS STEP APPENDS THEIR RECORDS TO THE NIGHT'S LOG
      *            AHEAD OF ITS OWN.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    COPY THE PARTITIONS' OPERATIONS LOGS
      *                       (POPSDD) INTO THE NIGHT'S LOG.
      *   15 OCT 2026  RJM    A PARTITION THAT DID NOT RUN TONIGHT NOW
      *                       SHOWS NO END RECORD - FILEDEMO EMPTIES THE
      *                       PARTITION TOTALS AFTER A GOOD MERGE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEMRG.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT PARTITION-CARD-FILE ASSIGN TO "PRTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITION-CARD-STATUS.

       SELECT PARTITION-TOTALS-FILE ASSIGN TO "PTOTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PARTITION-TOTALS-STATUS.

       SELECT PART-OUTPUT-FILE ASSIGN TO "POUTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-INPUT-STATUS.

       SELECT PART-REJECT-FILE ASSIGN TO "PREJDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-INPUT-STATUS.

       SELECT PART-WARNING-FILE ASSIGN TO "PWRNDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-INPUT-STATUS.

       SELECT PART-OPS-LOG-FILE ASSIGN TO "POPSDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PART-INPUT-STATUS.

       SELECT OUTPUT-FILE ASSIGN TO "OUTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.

       SELECT REJECT-FILE ASSIGN TO "REJDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REJECT-FILE-STATUS.

       SELECT WARNING-FILE ASSIGN TO "WRNDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WARNING-FILE-STATUS.

       SELECT SUMMARY-REPORT-FILE ASSIGN TO "RPTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUMMARY-FILE-STATUS.

       SELECT HISTORY-FILE ASSIGN TO "HISTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

       SELECT OPS-LOG-FILE ASSIGN TO "OPSDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-LOG-FILE-STATUS.

       SELECT OPS-ID-FILE ASSIGN TO "OPSID"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-ID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD PARTITION-CARD-FILE.
       01 PARTITION-CARD-RECORD           PIC X(80).

       FD PARTITION-TOTALS-FILE.
       01 PARTITION-TOTALS-IN-RECORD      PIC X(170).

       FD PART-OUTPUT-FILE.
       01 PART-OUTPUT-RECORD              PIC X(200).

       FD PART-REJECT-FILE.
       01 PART-REJECT-RECORD              PIC X(200).

       FD PART-WARNING-FILE.
       01 PART-WARNING-RECORD             PIC X(200).

       FD PART-OPS-LOG-FILE.
       01 PART-OPS-LOG-RECORD             PIC X(100).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD                   PIC X(200).

       FD REJECT-FILE.
       01 REJECT-RECORD                   PIC X(200).

       FD WARNING-FILE.
       01 WARNING-RECORD                  PIC X(200).

       FD SUMMARY-REPORT-FILE.
       01 SUMMARY-REPORT-RECORD           PIC X(80).

       FD HISTORY-FILE.
       01 HISTORY-RECORD                  PIC X(80).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-PARTITION-CARD-STATUS   PIC X(02).
               88  WS-PARTITION-CARD-OK         VALUE '00'.
               88  WS-PARTITION-CARD-GOOD       VALUES '00' '10'.
           05  WS-PARTITION-TOTALS-STATUS PIC X(02).
               88  WS-PARTITION-TOTALS-OK       VALUE '00'.
               88  WS-PARTITION-TOTALS-GOOD     VALUES '00' '10'.
           05  WS-PART-INPUT-STATUS       PIC X(02).
               88  WS-PART-INPUT-OK             VALUE '00'.
               88  WS-PART-INPUT-GOOD           VALUES '00' '10'.
           05  WS-OUTPUT-FILE-STATUS      PIC X(02).
               88  WS-OUTPUT-STATUS-OK          VALUE '00'.
           05  WS-REJECT-FILE-STATUS      PIC X(02).
               88  WS-REJECT-STATUS-OK          VALUE '00'.
           05  WS-WARNING-FILE-STATUS     PIC X(02).
               88  WS-WARNING-STATUS-OK         VALUE '00'.
           05  WS-SUMMARY-FILE-STATUS     PIC X(02).
               88  WS-SUMMARY-STATUS-OK         VALUE '00'.
           05  WS-HISTORY-FILE-STATUS     PIC X(02).
               88  WS-HISTORY-STATUS-OK         VALUE '00'.
               88  WS-HISTORY-STATUS-GOOD       VALUES '00' '10'.

       01  WS-SWITCHES.
           05  WS-ABORT-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-ABORT-REQUESTED                 VALUE 'Y'.
           05  WS-CARD-EOF-SWITCH          PIC X(01)  VALUE 'N'.
               88  WS-CARD-END-OF-FILE                VALUE 'Y'.
           05  WS-TOTALS-EOF-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-TOTALS-END-OF-FILE              VALUE 'Y'.
           05  WS-PART-EOF-SWITCH          PIC X(01)  VALUE 'N'.
               88  WS-PART-END-OF-FILE                VALUE 'Y'.
           05  WS-HISTORY-EOF-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-HISTORY-END-OF-FILE             VALUE 'Y'.
           05  WS-OUTPUT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-OUTPUT-FILE-OPEN                VALUE 'Y'.
           05  WS-REJECT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-REJECT-FILE-OPEN                VALUE 'Y'.
           05  WS-WARNING-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-WARNING-FILE-OPEN               VALUE 'Y'.
           05  WS-BALANCE-ERROR-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-BALANCE-ERROR-SEEN              VALUE 'Y'.
           05  WS-PARTITION-FOUND-SWITCH   PIC X(01)  VALUE 'N'.
               88  WS-PARTITION-FOUND                 VALUE 'Y'.
           05  WS-RESTART-SWITCH           PIC X(01)  VALUE 'N'.
               88  WS-ANY-PARTITION-RESTARTED         VALUE 'Y'.
           05  WS-REPORT-ERROR-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-REPORT-ERROR-SEEN               VALUE 'Y'.

      *    NIGHT TOTALS.  THE READ COUNT IS WHAT THE PARTITIONS READ
      *    IN THEIR OWN RANGES - THE SAME FIGURE AN UNPARTITIONED RUN
      *    REPORTS; WRITTEN, REJECTED AND WARNED ARE WHAT WAS MERGED.
       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-WRITE-COUNT              PIC 9(09)  COMP  VALUE ZERO.
           05  WS-REJECT-COUNT             PIC 9(09)  COMP  VALUE ZERO.
           05  WS-WARN-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-PART-WRITE-TOTAL         PIC 9(09)  COMP  VALUE ZERO.
           05  WS-PART-REJECT-TOTAL        PIC 9(09)  COMP  VALUE ZERO.
           05  WS-PART-WARN-TOTAL          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-STRAY-COUNT              PIC 9(09)  COMP  VALUE ZERO.
           05  WS-FEED-COUNT               PIC 9(05)  COMP  VALUE ZERO.
           05  WS-PART-LOG-COUNT           PIC 9(09)  COMP  VALUE ZERO.

       77  WS-PARTITION-MAX                PIC 9(03)  COMP  VALUE 8.
       77  WS-FEED-MAX                     PIC 9(03)  COMP  VALUE 50.
       77  WS-PARTITION-COUNT              PIC 9(03)  COMP  VALUE ZERO.
       77  WS-PART-SUB                     PIC 9(03)  COMP  VALUE ZERO.
       77  WS-FEED-SUB                     PIC 9(03)  COMP  VALUE ZERO.
       77  WS-SEARCH-SUB                   PIC 9(03)  COMP  VALUE ZERO.

      *    VOLUME-ANOMALY TOLERANCES - THE SAME AS FILEDEMO'S, SINCE
      *    THIS STEP NOW KEEPS THE RUN HISTORY FILEDEMO KEEPS WHEN IT
      *    RUNS UNPARTITIONED.
       77  WS-HISTORY-KEEP-COUNT           PIC 9(03)  COMP  VALUE 7.
       77  WS-HISTORY-MIN-RUNS             PIC 9(03)  COMP  VALUE 3.
       77  WS-READ-DROP-FACTOR             PIC V99          VALUE .75.
       77  WS-REJECT-RATE-TOLERANCE        PIC 9(03)V99     VALUE 5.
       77  WS-WARNING-RETURN-CODE          PIC 9(02)  COMP  VALUE 4.

           COPY FDPARTN.

      *    ONE ENTRY PER CARD ON THE PARTITION DECK, IN DECK ORDER,
      *    FILLED IN FROM THAT PARTITION'S TOTALS RECORDS.  A LATER
      *    RECORD FOR THE SAME FEED, OR A LATER END RECORD, REPLACES
      *    AN EARLIER ONE - A RESTARTED PARTITION APPENDS.
       01  WS-PARTITION-TABLE.
           05  WS-PARTITION-ENTRY          OCCURS 8 TIMES.
               10  WS-PT-ID                PIC X(02).
               10  WS-PT-LOW-KEY           PIC X(10).
               10  WS-PT-HIGH-KEY          PIC X(10).
               10  WS-PT-END-SWITCH        PIC X(01).
                   88  WS-PT-END-SEEN          VALUE 'Y'.
               10  WS-PT-RUN-DATE          PIC 9(08).
               10  WS-PT-END-LOW-KEY       PIC X(10).
               10  WS-PT-END-HIGH-KEY      PIC X(10).
               10  WS-PT-FEED-COUNT        PIC 9(05).
               10  WS-PT-READ-COUNT        PIC 9(09).
               10  WS-PT-WRITE-COUNT       PIC 9(09).
               10  WS-PT-REJECT-COUNT      PIC 9(09).
               10  WS-PT-WARN-COUNT        PIC 9(09).
               10  WS-PT-RANGE-SKIPS       PIC 9(09).
               10  WS-PT-RESTART-FLAG      PIC X(01).
               10  WS-PT-RETURN-CODE       PIC 9(04).
               10  WS-PT-FEED              OCCURS 50 TIMES.
                   15  WS-PTF-SWITCH       PIC X(01).
                       88  WS-PTF-SEEN         VALUE 'Y'.
                   15  WS-PTF-NAME         PIC X(44).
                   15  WS-PTF-HEADER-FLAG  PIC X(01).
                   15  WS-PTF-TRAILER-FLAG PIC X(01).
                   15  WS-PTF-TRL-COUNT    PIC 9(09).
                   15  WS-PTF-TRL-AMT-1    PIC S9(13)V99.
                   15  WS-PTF-TRL-AMT-2    PIC S9(13)V99.
                   15  WS-PTF-DATA-COUNT   PIC 9(09).
                   15  WS-PTF-AMT-1-TOTAL  PIC S9(13)V99.
                   15  WS-PTF-AMT-2-TOTAL  PIC S9(13)V99.

      *    ONE ENTRY PER FEED, BY SOURCE SEQUENCE NUMBER - THE FEED'S
      *    TRAILER, THE SUM OF THE PARTITIONS' SHARES, AND WHAT THE
      *    MERGED RECORDS THEMSELVES ADD UP TO.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY               OCCURS 50 TIMES.
               10  WS-FD-NAME              PIC X(44).
               10  WS-FD-HEADER-SWITCH     PIC X(01).
                   88  WS-FD-HEADER-SEEN       VALUE 'Y'.
               10  WS-FD-TRAILER-SWITCH    PIC X(01).
                   88  WS-FD-TRAILER-USABLE    VALUE 'Y'.
               10  WS-FD-BALANCE-SWITCH    PIC X(01).
                   88  WS-FD-OUT-OF-BALANCE    VALUE 'Y'.
               10  WS-FD-TRL-COUNT         PIC 9(09).
               10  WS-FD-TRL-AMT-1         PIC S9(13)V99.
               10  WS-FD-TRL-AMT-2         PIC S9(13)V99.
               10  WS-FD-PART-COUNT        PIC 9(09).
               10  WS-FD-PART-AMT-1        PIC S9(13)V99.
               10  WS-FD-PART-AMT-2        PIC S9(13)V99.
               10  WS-FD-MERGED-COUNT      PIC 9(09).
               10  WS-FD-MERGED-AMT-1      PIC S9(13)V99.
               10  WS-FD-MERGED-AMT-2      PIC S9(13)V99.

      *    EACH MERGED RECORD PASSES THROUGH HERE ON ITS WAY ACROSS,
      *    SO ITS SOURCE SEQUENCE AND AMOUNTS CAN BE TALLIED.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==WS-MERGE-RECORD==.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.
       01  WS-NIGHT-DATE                   PIC 9(08)  VALUE ZERO.
       01  WS-OLDEST-DAYNUM                PIC 9(09)  COMP  VALUE ZERO.

       01  WS-DATE-WORK                    PIC 9(08)  VALUE ZERO.
       01  WS-DATE-WORK-PARTS REDEFINES WS-DATE-WORK.
           05  WS-DATE-WORK-YEAR           PIC 9(04).
           05  WS-DATE-WORK-MONTH          PIC 9(02).
           05  WS-DATE-WORK-DAY            PIC 9(02).

       01  WS-DAYNUM-WORK.
           05  WS-DAYNUM-YEAR              PIC 9(05)  COMP  VALUE ZERO.
           05  WS-DAYNUM-MONTH             PIC 9(03)  COMP  VALUE ZERO.
           05  WS-DAYNUM-DAY               PIC 9(03)  COMP  VALUE ZERO.
           05  WS-DAYNUM-QUOTIENT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-DAYNUM                   PIC 9(09)  COMP  VALUE ZERO.

       01  WS-HISTORY-RECORD-AREA.
           05  WS-HIST-RUN-DATE            PIC 9(08).
           05  WS-HIST-RESTART-FLAG        PIC X(01).
           05  WS-HIST-FILE-COUNT          PIC 9(05).
           05  WS-HIST-READ-COUNT          PIC 9(09).
           05  WS-HIST-WRITE-COUNT         PIC 9(09).
           05  WS-HIST-REJECT-COUNT        PIC 9(09).
           05  WS-HIST-RETURN-CODE         PIC 9(03).
           05  FILLER                      PIC X(36).

      *    THE LAST FEW PRIOR RUNS, OLDEST FIRST - THE BASELINE THE
      *    VOLUME-ANOMALY CHECK COMPARES TONIGHT AGAINST.
       01  WS-HISTORY-TABLE.
           05  WS-HISTORY-ENTRY            OCCURS 7 TIMES.
               10  WS-HIST-ENT-READS       PIC 9(09)  COMP.
               10  WS-HIST-ENT-REJECTS     PIC 9(09)  COMP.

       77  WS-HISTORY-ENTRY-COUNT          PIC 9(03)  COMP  VALUE ZERO.
       77  WS-HISTORY-SUB                  PIC 9(03)  COMP  VALUE ZERO.

       01  WS-ANOMALY-WORK-AREAS.
           05  WS-HIST-TOTAL-READS         PIC 9(12)  COMP  VALUE ZERO.
           05  WS-HIST-TOTAL-REJECTS       PIC 9(12)  COMP  VALUE ZERO.
           05  WS-AVG-READ-COUNT           PIC 9(09)V99     VALUE ZERO.
           05  WS-READ-FLOOR               PIC 9(09)V99     VALUE ZERO.
           05  WS-HISTORY-REJECT-RATE      PIC 9(03)V99     VALUE ZERO.
           05  WS-TONIGHT-REJECT-RATE      PIC 9(03)V99     VALUE ZERO.

       01  WS-REPORT-LINE.
           05  WS-REPORT-LABEL             PIC X(30)  VALUE SPACES.
           05  WS-REPORT-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(39)  VALUE SPACES.

       01  WS-REPORT-DATE-LINE.
           05  WS-REPORT-DATE-LABEL        PIC X(30)  VALUE SPACES.
           05  WS-REPORT-DATE-VALUE        PIC 9(08).
           05  FILLER                      PIC X(42)  VALUE SPACES.

       01  WS-PARTITION-LINE.
           05  FILLER                      PIC X(10)  VALUE
               'PARTITION '.
           05  WS-PL-ID                    PIC X(02).
           05  FILLER                      PIC X(07)  VALUE
               '  KEYS '.
           05  WS-PL-LOW-KEY               PIC X(10).
           05  FILLER                      PIC X(06)  VALUE
               ' THRU '.
           05  WS-PL-HIGH-KEY              PIC X(10).
           05  FILLER                      PIC X(07)  VALUE
               '  READ '.
           05  WS-PL-READ                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(05)  VALUE
               '  RC '.
           05  WS-PL-RETURN-CODE           PIC ZZZ9.
           05  WS-PL-RESTART               PIC X(08).

       01  WS-FEED-HEADING-LINE.
           05  FILLER                      PIC X(42)  VALUE
               'FEED   SEQ DATASET'.
           05  FILLER                      PIC X(38)  VALUE
               '    TRAILER      MERGED RESULT'.

       01  WS-FEED-LINE.
           05  FILLER                      PIC X(05)  VALUE 'FEED '.
           05  WS-FL-SEQ                   PIC ZZZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  WS-FL-NAME                  PIC X(30).
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  WS-FL-TRL-COUNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  WS-FL-MERGED-COUNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACE.
           05  WS-FL-RESULT                PIC X(14).

       01  WS-FEED-AMOUNT-LINE.
           05  FILLER                      PIC X(11)  VALUE SPACES.
           05  WS-FA-LABEL                 PIC X(09).
           05  WS-FA-TRAILER               PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-FA-MERGED                PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(16)  VALUE SPACES.

       01  WS-REPORT-TEXT-LINE             PIC X(80)  VALUE SPACES.

           COPY FDOPSLG.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-OPS-LOG THRU 9800-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2000-CHECK-PARTITIONS THRU 2000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-MERGE-PARTITIONS THRU 3000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3500-BALANCE-THE-NIGHT THRU 3500-EXIT
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .

      *----------------------------------------------------------------
      *    INITIALIZATION.  THE NIGHT'S DATASETS ARE OPENED FIRST, SO
      *    A NIGHT THAT GOES NO FURTHER LEAVES THEM EMPTY RATHER THAN
      *    HOLDING LAST NIGHT'S RECORDS, AS AN UNPARTITIONED RUN DOES.
      *----------------------------------------------------------------
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-DATE TO WS-NIGHT-DATE
           PERFORM 1400-OPEN-OUTPUT-FILES THRU 1400-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1100-LOAD-PARTITION-DECK THRU 1100-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1200-LOAD-PARTITION-TOTALS THRU 1200-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    THE PARTITION DECK - ONE FDPARTN CARD PER PARTITION, THE SAME
      *    CARDS THE PARTITION JOBS RUN WITH, IN ASCENDING KEY ORDER.
      *    THE FIRST RANGE MUST BE OPEN AT THE BOTTOM, THE LAST OPEN AT
      *    THE TOP, AND EACH MUST START ABOVE WHERE THE ONE BEFORE IT
      *    ENDS, SO NO KEY CAN BE LOADED TWICE.  A GAP BETWEEN RANGES
      *    CANNOT BE SEEN FROM THE CARDS; IT SHOWS UP AS A FEED WHOSE
      *    COUNT COMES UP SHORT.
      *----------------------------------------------------------------
       1100-LOAD-PARTITION-DECK.
           MOVE ZERO TO WS-PARTITION-COUNT
           OPEN INPUT PARTITION-CARD-FILE
           IF NOT WS-PARTITION-CARD-OK
               DISPLAY 'FILEMRG: PARTITION-CARD-FILE OPEN FAILED, '
                       'STATUS = ' WS-PARTITION-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE 'N' TO WS-CARD-EOF-SWITCH
           PERFORM 1150-LOAD-ONE-CARD THRU 1150-EXIT
               UNTIL WS-CARD-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE PARTITION-CARD-FILE
           IF WS-ABORT-REQUESTED
               GO TO 1100-EXIT
           END-IF
           IF WS-PARTITION-COUNT = ZERO
               DISPLAY 'FILEMRG: NO PARTITION CARDS ON PRTDD'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           IF WS-PT-HIGH-KEY (WS-PARTITION-COUNT) NOT = SPACES
               DISPLAY 'FILEMRG: LAST PARTITION MUST RUN TO THE '
                       'HIGHEST KEY (HIGH KEY BLANK)'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1100-EXIT.
           EXIT.

       1150-LOAD-ONE-CARD.
           READ PARTITION-CARD-FILE INTO PT-PARTITION-CARD
               AT END
                   SET WS-CARD-END-OF-FILE TO TRUE
                   GO TO 1150-EXIT
           END-READ
           IF NOT WS-PARTITION-CARD-GOOD
               DISPLAY 'FILEMRG: PARTITION-CARD-FILE READ ERROR, '
                       'STATUS = ' WS-PARTITION-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1150-EXIT
           END-IF
           IF PT-PARTITION-CARD = SPACES
                   OR PT-PARTITION-CARD (1:1) = '*'
               GO TO 1150-EXIT
           END-IF
           IF WS-PARTITION-COUNT >= WS-PARTITION-MAX
               DISPLAY 'FILEMRG: MORE THAN ' WS-PARTITION-MAX
                       ' PARTITION CARDS ON PRTDD'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1150-EXIT
           END-IF
           IF PT-CARD-PARTITION NOT NUMERIC
                   OR PT-CARD-PARTITION-NUM < 1
                   OR PT-CARD-PARTITION-NUM > 8
               GO TO 1150-BAD-CARD
           END-IF
           MOVE PT-CARD-PARTITION TO PT-REC-PARTITION
           PERFORM 1260-FIND-PARTITION THRU 1260-EXIT
           IF WS-PARTITION-FOUND
               GO TO 1150-BAD-CARD
           END-IF
           IF PT-CARD-LOW-KEY NOT = SPACES
                   AND PT-CARD-HIGH-KEY NOT = SPACES
                   AND PT-CARD-LOW-KEY > PT-CARD-HIGH-KEY
               GO TO 1150-BAD-CARD
           END-IF
      *    ONLY THE FIRST RANGE MAY BE OPEN AT THE BOTTOM, AND EACH
      *    LATER ONE MUST START ABOVE THE END OF THE ONE BEFORE IT.
           IF WS-PARTITION-COUNT = ZERO
               IF PT-CARD-LOW-KEY NOT = SPACES
                   GO TO 1150-BAD-CARD
               END-IF
           ELSE
               IF PT-CARD-LOW-KEY = SPACES
                   OR WS-PT-HIGH-KEY (WS-PARTITION-COUNT) = SPACES
                   OR PT-CARD-LOW-KEY
                       NOT > WS-PT-HIGH-KEY (WS-PARTITION-COUNT)
                   GO TO 1150-BAD-CARD
               END-IF
           END-IF
           ADD 1 TO WS-PARTITION-COUNT
           MOVE WS-PARTITION-COUNT TO WS-PART-SUB
           INITIALIZE WS-PARTITION-ENTRY (WS-PART-SUB)
           MOVE PT-CARD-PARTITION TO WS-PT-ID (WS-PART-SUB)
           MOVE PT-CARD-LOW-KEY   TO WS-PT-LOW-KEY (WS-PART-SUB)
           MOVE PT-CARD-HIGH-KEY  TO WS-PT-HIGH-KEY (WS-PART-SUB)
           MOVE 'N' TO WS-PT-END-SWITCH (WS-PART-SUB)
           GO TO 1150-EXIT
           .
       1150-BAD-CARD.
           DISPLAY 'FILEMRG: PARTITION CARD UNUSABLE OR OUT OF ORDER - '
                   PT-PARTITION-CARD
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    THE PARTITIONS' TOTALS FILES, CONCATENATED ON PTOTDD IN ANY
      *    ORDER - EVERY RECORD NAMES ITS OWN PARTITION.  A RECORD FROM
      *    A PARTITION NOT ON THE DECK MEANS THE DECK AND THE PARTITION
      *    JOBS HAVE COME APART, AND NOTHING CAN BE PROVED FROM THEM.
      *----------------------------------------------------------------
       1200-LOAD-PARTITION-TOTALS.
           OPEN INPUT PARTITION-TOTALS-FILE
           IF NOT WS-PARTITION-TOTALS-OK
               DISPLAY 'FILEMRG: PARTITION-TOTALS-FILE OPEN FAILED, '
                       'STATUS = ' WS-PARTITION-TOTALS-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-TOTALS-EOF-SWITCH
           PERFORM 1250-LOAD-ONE-TOTALS-RECORD THRU 1250-EXIT
               UNTIL WS-TOTALS-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE PARTITION-TOTALS-FILE
           .
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-TOTALS-RECORD.
           READ PARTITION-TOTALS-FILE INTO PT-TOTALS-RECORD
               AT END
                   SET WS-TOTALS-END-OF-FILE TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF NOT WS-PARTITION-TOTALS-GOOD
               DISPLAY 'FILEMRG: PARTITION-TOTALS-FILE READ ERROR, '
                       'STATUS = ' WS-PARTITION-TOTALS-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1250-EXIT
           END-IF
           PERFORM 1260-FIND-PARTITION THRU 1260-EXIT
           IF NOT WS-PARTITION-FOUND
               DISPLAY 'FILEMRG: TOTALS FOR PARTITION '
                       PT-REC-PARTITION ' WHICH IS NOT ON THE DECK'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1250-EXIT
           END-IF
           MOVE WS-SEARCH-SUB TO WS-PART-SUB
           EVALUATE TRUE
               WHEN PT-FEED-TOTALS
                   PERFORM 1270-NOTE-FEED-TOTALS THRU 1270-EXIT
               WHEN PT-END-OF-RUN
                   PERFORM 1280-NOTE-PARTITION-END THRU 1280-EXIT
               WHEN OTHER
                   DISPLAY 'FILEMRG: UNKNOWN TOTALS RECORD TYPE '
                           PT-REC-TYPE ', PARTITION ' PT-REC-PARTITION
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
           END-EVALUATE
           .
       1250-EXIT.
           EXIT.

      *    LOOK PT-REC-PARTITION UP ON THE DECK; WS-SEARCH-SUB POINTS
      *    AT THE ENTRY WHEN IT IS FOUND.
       1260-FIND-PARTITION.
           MOVE 'N' TO WS-PARTITION-FOUND-SWITCH
           MOVE ZERO TO WS-SEARCH-SUB
           PERFORM 1265-MATCH-ONE-PARTITION THRU 1265-EXIT
               UNTIL WS-PARTITION-FOUND
                   OR WS-SEARCH-SUB >= WS-PARTITION-COUNT
           .
       1260-EXIT.
           EXIT.

       1265-MATCH-ONE-PARTITION.
           ADD 1 TO WS-SEARCH-SUB
           IF WS-PT-ID (WS-SEARCH-SUB) = PT-REC-PARTITION
               SET WS-PARTITION-FOUND TO TRUE
           END-IF
           .
       1265-EXIT.
           EXIT.

       1270-NOTE-FEED-TOTALS.
           IF PT-FEED-SEQ NOT NUMERIC
                   OR PT-FEED-SEQ < 1
                   OR PT-FEED-SEQ > WS-FEED-MAX
               DISPLAY 'FILEMRG: PARTITION ' PT-REC-PARTITION
                       ' FEED SEQUENCE ' PT-FEED-SEQ
                       ' OUTSIDE 1 - ' WS-FEED-MAX
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1270-EXIT
           END-IF
           IF PT-FEED-TRL-COUNT NOT NUMERIC
                   OR PT-FEED-TRL-AMT-1 NOT NUMERIC
                   OR PT-FEED-TRL-AMT-2 NOT NUMERIC
                   OR PT-FEED-DATA-COUNT NOT NUMERIC
                   OR PT-FEED-AMT-1-TOTAL NOT NUMERIC
                   OR PT-FEED-AMT-2-TOTAL NOT NUMERIC
               DISPLAY 'FILEMRG: PARTITION ' PT-REC-PARTITION
                       ' FEED ' PT-FEED-SEQ ' TOTALS NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1270-EXIT
           END-IF
           MOVE PT-FEED-SEQ TO WS-FEED-SUB
           MOVE 'Y' TO WS-PTF-SWITCH (WS-PART-SUB WS-FEED-SUB)
           MOVE PT-FEED-NAME
               TO WS-PTF-NAME (WS-PART-SUB WS-FEED-SUB)
           MOVE PT-FEED-HEADER-FLAG
               TO WS-PTF-HEADER-FLAG (WS-PART-SUB WS-FEED-SUB)
           MOVE PT-FEED-TRAILER-FLAG
               TO WS-PTF-TRAILER-FLAG (WS-PART-SUB WS-FEED-SUB)
           MOVE PT-FEED-TRL-COUNT
               TO WS-PTF-TRL-COUNT (WS-PART-SUB WS-FEED-SUB)
           MOVE PT-FEED-TRL-AMT-1
               TO WS-PTF-TRL-AMT-1 (WS-PART-SUB WS-FEED-SUB)
           MOVE PT-FEED-TRL-AMT-2
               TO WS-PTF-TRL-AMT-2 (WS-PART-SUB WS-FEED-SUB)
           MOVE PT-FEED-DATA-COUNT
               TO WS-PTF-DATA-COUNT (WS-PART-SUB WS-FEED-SUB)
           MOVE PT-FEED-AMT-1-TOTAL
               TO WS-PTF-AMT-1-TOTAL (WS-PART-SUB WS-FEED-SUB)
           MOVE PT-FEED-AMT-2-TOTAL
               TO WS-PTF-AMT-2-TOTAL (WS-PART-SUB WS-FEED-SUB)
           .
       1270-EXIT.
           EXIT.

       1280-NOTE-PARTITION-END.
           IF PT-REC-RUN-DATE NOT NUMERIC
                   OR PT-END-FEED-COUNT NOT NUMERIC
                   OR PT-END-READ-COUNT NOT NUMERIC
                   OR PT-END-WRITE-COUNT NOT NUMERIC
                   OR PT-END-REJECT-COUNT NOT NUMERIC
                   OR PT-END-WARN-COUNT NOT NUMERIC
                   OR PT-END-RANGE-SKIPS NOT NUMERIC
                   OR PT-END-RETURN-CODE NOT NUMERIC
               DISPLAY 'FILEMRG: PARTITION ' PT-REC-PARTITION
                       ' END RECORD NOT NUMERIC'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1280-EXIT
           END-IF
           MOVE 'Y' TO WS-PT-END-SWITCH (WS-PART-SUB)
           MOVE PT-REC-RUN-DATE     TO WS-PT-RUN-DATE (WS-PART-SUB)
           MOVE PT-REC-LOW-KEY      TO WS-PT-END-LOW-KEY (WS-PART-SUB)
           MOVE PT-REC-HIGH-KEY     TO WS-PT-END-HIGH-KEY (WS-PART-SUB)
           MOVE PT-END-FEED-COUNT   TO WS-PT-FEED-COUNT (WS-PART-SUB)
           MOVE PT-END-READ-COUNT   TO WS-PT-READ-COUNT (WS-PART-SUB)
           MOVE PT-END-WRITE-COUNT  TO WS-PT-WRITE-COUNT (WS-PART-SUB)
           MOVE PT-END-REJECT-COUNT TO WS-PT-REJECT-COUNT (WS-PART-SUB)
           MOVE PT-END-WARN-COUNT   TO WS-PT-WARN-COUNT (WS-PART-SUB)
           MOVE PT-END-RANGE-SKIPS  TO WS-PT-RANGE-SKIPS (WS-PART-SUB)
           MOVE PT-END-RESTART-FLAG
               TO WS-PT-RESTART-FLAG (WS-PART-SUB)
           MOVE PT-END-RETURN-CODE
               TO WS-PT-RETURN-CODE (WS-PART-SUB)
           .
       1280-EXIT.
           EXIT.

       1400-OPEN-OUTPUT-FILES.
           OPEN OUTPUT OUTPUT-FILE
           IF WS-OUTPUT-STATUS-OK
               SET WS-OUTPUT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEMRG: OUTPUT-FILE OPEN FAILED, STATUS = '
                       WS-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           OPEN OUTPUT REJECT-FILE
           IF WS-REJECT-STATUS-OK
               SET WS-REJECT-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEMRG: REJECT-FILE OPEN FAILED, STATUS = '
                       WS-REJECT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           OPEN OUTPUT WARNING-FILE
           IF WS-WARNING-STATUS-OK
               SET WS-WARNING-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEMRG: WARNING-FILE OPEN FAILED, STATUS = '
                       WS-WARNING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    EVERY PARTITION ON THE DECK MUST HAVE FINISHED, TONIGHT,
      *    OVER THE RANGE ON ITS CARD AND THE SAME FEEDS AS THE FIRST
      *    PARTITION, WITH A RETURN CODE NO WORSE THAN A WARNING.
      *    ANYTHING ELSE STOPS THE MERGE - A NIGHT MISSING ONE RANGE,
      *    OR CARRYING LAST NIGHT'S COPY OF IT, MUST NOT FLOW ON.
      *    EACH PROBLEM IS DISPLAYED BEFORE THE MERGE GIVES UP, SO ONE
      *    SYSOUT SHOWS EVERY PARTITION THAT NEEDS RERUNNING.
      *----------------------------------------------------------------
       2000-CHECK-PARTITIONS.
           MOVE WS-RUN-DATE TO WS-DATE-WORK
           PERFORM 5050-DATE-WORK-TO-DAYNUM THRU 5050-EXIT
           COMPUTE WS-OLDEST-DAYNUM = WS-DAYNUM - 1
           MOVE ZERO TO WS-PART-SUB
           PERFORM 2100-CHECK-ONE-PARTITION THRU 2100-EXIT
               UNTIL WS-PART-SUB >= WS-PARTITION-COUNT
           IF WS-ABORT-REQUESTED
               GO TO 2000-EXIT
           END-IF
           MOVE WS-PT-FEED-COUNT (1) TO WS-FEED-COUNT
           MOVE ZERO TO WS-FEED-SUB
           PERFORM 2200-BUILD-ONE-FEED THRU 2200-EXIT
               UNTIL WS-FEED-SUB >= WS-FEED-COUNT
                   OR WS-ABORT-REQUESTED
           .
       2000-EXIT.
           EXIT.

       2100-CHECK-ONE-PARTITION.
           ADD 1 TO WS-PART-SUB
           IF NOT WS-PT-END-SEEN (WS-PART-SUB)
               DISPLAY 'FILEMRG: PARTITION ' WS-PT-ID (WS-PART-SUB)
                       ' DID NOT COMPLETE - NO END RECORD'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-PT-RETURN-CODE (WS-PART-SUB) > 4
               DISPLAY 'FILEMRG: PARTITION ' WS-PT-ID (WS-PART-SUB)
                       ' ENDED RETURN CODE '
                       WS-PT-RETURN-CODE (WS-PART-SUB)
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF WS-PT-END-LOW-KEY (WS-PART-SUB)
                   NOT = WS-PT-LOW-KEY (WS-PART-SUB)
                   OR WS-PT-END-HIGH-KEY (WS-PART-SUB)
                       NOT = WS-PT-HIGH-KEY (WS-PART-SUB)
               DISPLAY 'FILEMRG: PARTITION ' WS-PT-ID (WS-PART-SUB)
                       ' RAN KEYS ' WS-PT-END-LOW-KEY (WS-PART-SUB)
                       ' THRU ' WS-PT-END-HIGH-KEY (WS-PART-SUB)
                       ', NOT THE RANGE ON THE DECK'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
      *    THE PARTITIONS' TOTALS ARE EMPTIED ONCE A MERGE SUCCEEDS,
      *    SO A PARTITION THAT DID NOT RUN TONIGHT IS ALREADY CAUGHT
      *    ABOVE WITH NO END RECORD.  THE DATE IS A SECOND GUARD, FOR
      *    TOTALS LEFT BY A NIGHT WHOSE MERGE NEVER SUCCEEDED.  A
      *    PARTITION STARTED LATE EVENING AND RESTARTED AFTER
      *    MIDNIGHT CARRIES THE RESTART'S DATE, SO TODAY AND
      *    YESTERDAY BOTH PASS; ANYTHING OLDER, OR LATER THAN TODAY,
      *    IS REFUSED.
           MOVE WS-PT-RUN-DATE (WS-PART-SUB) TO WS-DATE-WORK
           PERFORM 5050-DATE-WORK-TO-DAYNUM THRU 5050-EXIT
           IF WS-DAYNUM < WS-OLDEST-DAYNUM
                   OR WS-PT-RUN-DATE (WS-PART-SUB) > WS-RUN-DATE
               DISPLAY 'FILEMRG: PARTITION ' WS-PT-ID (WS-PART-SUB)
                       ' TOTALS ARE DATED '
                       WS-PT-RUN-DATE (WS-PART-SUB)
                       ' - NOT TONIGHT''S RUN'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-PT-FEED-COUNT (WS-PART-SUB) > WS-FEED-MAX
                   OR WS-PT-FEED-COUNT (WS-PART-SUB)
                       NOT = WS-PT-FEED-COUNT (1)
               DISPLAY 'FILEMRG: PARTITION ' WS-PT-ID (WS-PART-SUB)
                       ' READ ' WS-PT-FEED-COUNT (WS-PART-SUB)
                       ' FEEDS, PARTITION ' WS-PT-ID (1)
                       ' READ ' WS-PT-FEED-COUNT (1)
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-PT-RUN-DATE (WS-PART-SUB) < WS-NIGHT-DATE
               MOVE WS-PT-RUN-DATE (WS-PART-SUB) TO WS-NIGHT-DATE
           END-IF
           IF WS-PT-RESTART-FLAG (WS-PART-SUB) = 'Y'
               SET WS-ANY-PARTITION-RESTARTED TO TRUE
           END-IF
           IF WS-PT-RETURN-CODE (WS-PART-SUB) = 4
                   AND RETURN-CODE = ZERO
               MOVE WS-WARNING-RETURN-CODE TO RETURN-CODE
           END-IF
           ADD WS-PT-READ-COUNT (WS-PART-SUB)   TO WS-READ-COUNT
           ADD WS-PT-WRITE-COUNT (WS-PART-SUB)  TO WS-PART-WRITE-TOTAL
           ADD WS-PT-REJECT-COUNT (WS-PART-SUB) TO WS-PART-REJECT-TOTAL
           ADD WS-PT-WARN-COUNT (WS-PART-SUB)   TO WS-PART-WARN-TOTAL
           .
       2100-EXIT.
           EXIT.

      *    ONE FEED ACROSS EVERY PARTITION.  THEY ALL READ THE SAME
      *    DATASET, SO THEY MUST ALL NAME IT THE SAME AND HAVE SEEN
      *    THE SAME TRAILER; THEIR SHARES ADD UP TO THE PARTITIONS'
      *    SIDE OF THE BALANCE.
       2200-BUILD-ONE-FEED.
           ADD 1 TO WS-FEED-SUB
           INITIALIZE WS-FEED-ENTRY (WS-FEED-SUB)
           MOVE WS-PTF-NAME (1 WS-FEED-SUB) TO WS-FD-NAME (WS-FEED-SUB)
           MOVE 'Y' TO WS-FD-HEADER-SWITCH (WS-FEED-SUB)
                       WS-FD-TRAILER-SWITCH (WS-FEED-SUB)
           MOVE 'N' TO WS-FD-BALANCE-SWITCH (WS-FEED-SUB)
           MOVE WS-PTF-TRL-COUNT (1 WS-FEED-SUB)
               TO WS-FD-TRL-COUNT (WS-FEED-SUB)
           MOVE WS-PTF-TRL-AMT-1 (1 WS-FEED-SUB)
               TO WS-FD-TRL-AMT-1 (WS-FEED-SUB)
           MOVE WS-PTF-TRL-AMT-2 (1 WS-FEED-SUB)
               TO WS-FD-TRL-AMT-2 (WS-FEED-SUB)
           MOVE ZERO TO WS-PART-SUB
           PERFORM 2250-ADD-ONE-SHARE THRU 2250-EXIT
               UNTIL WS-PART-SUB >= WS-PARTITION-COUNT
                   OR WS-ABORT-REQUESTED
           .
       2200-EXIT.
           EXIT.

       2250-ADD-ONE-SHARE.
           ADD 1 TO WS-PART-SUB
           IF NOT WS-PTF-SEEN (WS-PART-SUB WS-FEED-SUB)
               DISPLAY 'FILEMRG: PARTITION ' WS-PT-ID (WS-PART-SUB)
                       ' HAS NO TOTALS FOR FEED ' WS-FEED-SUB
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2250-EXIT
           END-IF
           IF WS-PTF-NAME (WS-PART-SUB WS-FEED-SUB)
                   NOT = WS-FD-NAME (WS-FEED-SUB)
               DISPLAY 'FILEMRG: PARTITIONS ' WS-PT-ID (1) ' AND '
                       WS-PT-ID (WS-PART-SUB)
                       ' READ DIFFERENT DATASETS AS FEED ' WS-FEED-SUB
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2250-EXIT
           END-IF
           IF WS-PTF-HEADER-FLAG (WS-PART-SUB WS-FEED-SUB) NOT = 'Y'
               MOVE 'N' TO WS-FD-HEADER-SWITCH (WS-FEED-SUB)
           END-IF
           IF WS-PTF-TRAILER-FLAG (WS-PART-SUB WS-FEED-SUB) NOT = 'Y'
               MOVE 'N' TO WS-FD-TRAILER-SWITCH (WS-FEED-SUB)
           END-IF
           IF WS-PTF-TRL-COUNT (WS-PART-SUB WS-FEED-SUB)
                   NOT = WS-FD-TRL-COUNT (WS-FEED-SUB)
                   OR WS-PTF-TRL-AMT-1 (WS-PART-SUB WS-FEED-SUB)
                       NOT = WS-FD-TRL-AMT-1 (WS-FEED-SUB)
                   OR WS-PTF-TRL-AMT-2 (WS-PART-SUB WS-FEED-SUB)
                       NOT = WS-FD-TRL-AMT-2 (WS-FEED-SUB)
               DISPLAY 'FILEMRG: PARTITIONS SAW DIFFERENT TRAILERS, '
                       'DATASET = ' WS-FD-NAME (WS-FEED-SUB)
               MOVE 'N' TO WS-FD-TRAILER-SWITCH (WS-FEED-SUB)
           END-IF
           ADD WS-PTF-DATA-COUNT (WS-PART-SUB WS-FEED-SUB)
               TO WS-FD-PART-COUNT (WS-FEED-SUB)
           ADD WS-PTF-AMT-1-TOTAL (WS-PART-SUB WS-FEED-SUB)
               TO WS-FD-PART-AMT-1 (WS-FEED-SUB)
           ADD WS-PTF-AMT-2-TOTAL (WS-PART-SUB WS-FEED-SUB)
               TO WS-FD-PART-AMT-2 (WS-FEED-SUB)
           .
       2250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    COPY THE PARTITIONS' DATASETS, EACH A CONCATENATION OF ONE
      *    PER PARTITION, INTO THE NIGHT'S.  OUTPUT AND REJECT RECORDS
      *    ARE TALLIED BY SOURCE FEED ON THE WAY ACROSS; A WARNINGS
      *    RECORD IS A SECOND COPY OF AN OUTPUT RECORD AND IS ONLY
      *    COUNTED.
      *----------------------------------------------------------------
       3000-MERGE-PARTITIONS.
           OPEN INPUT PART-OUTPUT-FILE
           IF NOT WS-PART-INPUT-OK
               DISPLAY 'FILEMRG: PART-OUTPUT-FILE OPEN FAILED, '
                       'STATUS = ' WS-PART-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-PART-EOF-SWITCH
           PERFORM 3100-MERGE-ONE-OUTPUT THRU 3100-EXIT
               UNTIL WS-PART-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE PART-OUTPUT-FILE
           IF WS-ABORT-REQUESTED
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT PART-REJECT-FILE
           IF NOT WS-PART-INPUT-OK
               DISPLAY 'FILEMRG: PART-REJECT-FILE OPEN FAILED, '
                       'STATUS = ' WS-PART-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-PART-EOF-SWITCH
           PERFORM 3200-MERGE-ONE-REJECT THRU 3200-EXIT
               UNTIL WS-PART-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE PART-REJECT-FILE
           IF WS-ABORT-REQUESTED
               GO TO 3000-EXIT
           END-IF
           OPEN INPUT PART-WARNING-FILE
           IF NOT WS-PART-INPUT-OK
               DISPLAY 'FILEMRG: PART-WARNING-FILE OPEN FAILED, '
                       'STATUS = ' WS-PART-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3000-EXIT
           END-IF
           MOVE 'N' TO WS-PART-EOF-SWITCH
           PERFORM 3300-MERGE-ONE-WARNING THRU 3300-EXIT
               UNTIL WS-PART-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE PART-WARNING-FILE
           .
       3000-EXIT.
           EXIT.

       3100-MERGE-ONE-OUTPUT.
           READ PART-OUTPUT-FILE INTO WS-MERGE-RECORD
               AT END
                   SET WS-PART-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ
           IF NOT WS-PART-INPUT-GOOD
               DISPLAY 'FILEMRG: PART-OUTPUT-FILE READ ERROR, '
                       'STATUS = ' WS-PART-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           WRITE OUTPUT-RECORD FROM WS-MERGE-RECORD
           IF NOT WS-OUTPUT-STATUS-OK
               DISPLAY 'FILEMRG: OUTPUT-FILE WRITE ERROR, STATUS = '
                       WS-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3100-EXIT
           END-IF
           ADD 1 TO WS-WRITE-COUNT
           PERFORM 3400-TALLY-MERGED-RECORD THRU 3400-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-MERGE-ONE-REJECT.
           READ PART-REJECT-FILE INTO WS-MERGE-RECORD
               AT END
                   SET WS-PART-END-OF-FILE TO TRUE
                   GO TO 3200-EXIT
           END-READ
           IF NOT WS-PART-INPUT-GOOD
               DISPLAY 'FILEMRG: PART-REJECT-FILE READ ERROR, '
                       'STATUS = ' WS-PART-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3200-EXIT
           END-IF
           WRITE REJECT-RECORD FROM WS-MERGE-RECORD
           IF NOT WS-REJECT-STATUS-OK
               DISPLAY 'FILEMRG: REJECT-FILE WRITE ERROR, STATUS = '
                       WS-REJECT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3200-EXIT
           END-IF
           ADD 1 TO WS-REJECT-COUNT
           PERFORM 3400-TALLY-MERGED-RECORD THRU 3400-EXIT
           .
       3200-EXIT.
           EXIT.

       3300-MERGE-ONE-WARNING.
           READ PART-WARNING-FILE INTO WS-MERGE-RECORD
               AT END
                   SET WS-PART-END-OF-FILE TO TRUE
                   GO TO 3300-EXIT
           END-READ
           IF NOT WS-PART-INPUT-GOOD
               DISPLAY 'FILEMRG: PART-WARNING-FILE READ ERROR, '
                       'STATUS = ' WS-PART-INPUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3300-EXIT
           END-IF
           WRITE WARNING-RECORD FROM WS-MERGE-RECORD
           IF NOT WS-WARNING-STATUS-OK
               DISPLAY 'FILEMRG: WARNING-FILE WRITE ERROR, STATUS = '
                       WS-WARNING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3300-EXIT
           END-IF
           ADD 1 TO WS-WARN-COUNT
           .
       3300-EXIT.
           EXIT.

      *    A RECORD WHOSE SOURCE SEQUENCE NAMES NO FEED TONIGHT CAME
      *    FROM NOWHERE THE TRAILERS ACCOUNT FOR.  A NON-NUMERIC
      *    AMOUNT (ONLY EVER ON A REJECT) IS LEFT OUT OF THE HASH, AS
      *    FILEDEMO AND THE TRANSMITTING SYSTEMS LEAVE IT OUT.
       3400-TALLY-MERGED-RECORD.
           IF FD-RECORD-SOURCE-SEQ OF WS-MERGE-RECORD NOT NUMERIC
               ADD 1 TO WS-STRAY-COUNT
               GO TO 3400-EXIT
           END-IF
           IF FD-RECORD-SOURCE-SEQ OF WS-MERGE-RECORD < 1
                   OR FD-RECORD-SOURCE-SEQ OF WS-MERGE-RECORD
                       > WS-FEED-COUNT
               ADD 1 TO WS-STRAY-COUNT
               GO TO 3400-EXIT
           END-IF
           MOVE FD-RECORD-SOURCE-SEQ OF WS-MERGE-RECORD TO WS-FEED-SUB
           ADD 1 TO WS-FD-MERGED-COUNT (WS-FEED-SUB)
           IF FD-RECORD-AMOUNT-1 OF WS-MERGE-RECORD NUMERIC
               ADD FD-RECORD-AMOUNT-1 OF WS-MERGE-RECORD
                   TO WS-FD-MERGED-AMT-1 (WS-FEED-SUB)
           END-IF
           IF FD-RECORD-AMOUNT-2 OF WS-MERGE-RECORD NUMERIC
               ADD FD-RECORD-AMOUNT-2 OF WS-MERGE-RECORD
                   TO WS-FD-MERGED-AMT-2 (WS-FEED-SUB)
           END-IF
           .
       3400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    BALANCE THE NIGHT.  FOR EVERY FEED THE MERGED RECORDS MUST
      *    MATCH THE PARTITIONS' SHARES (NOTHING LOST OR DOUBLED IN THE
      *    COPY) AND THE FEED'S TRAILER (NOTHING LOST OR DOUBLED IN
      *    TRANSMISSION OR BETWEEN THE RANGES) ON RECORD COUNT AND BOTH
      *    HASH TOTALS; A MISSING HEADER OR AN UNUSABLE TRAILER IS OUT
      *    OF BALANCE AS IT IS IN FILEDEMO.  THE MERGED DATASETS MUST
      *    HOLD WHAT THE PARTITIONS SAY THEY WROTE.  ANY MISS ENDS THE
      *    NIGHT RETURN CODE 12, AFTER EVERY FEED HAS BEEN CHECKED.
      *----------------------------------------------------------------
       3500-BALANCE-THE-NIGHT.
           MOVE ZERO TO WS-FEED-SUB
           PERFORM 3600-BALANCE-ONE-FEED THRU 3600-EXIT
               UNTIL WS-FEED-SUB >= WS-FEED-COUNT
           IF WS-STRAY-COUNT > ZERO
               DISPLAY 'FILEMRG: ' WS-STRAY-COUNT
                       ' MERGED RECORDS NAME NO FEED READ TONIGHT'
               SET WS-BALANCE-ERROR-SEEN TO TRUE
           END-IF
           IF WS-WRITE-COUNT NOT = WS-PART-WRITE-TOTAL
               DISPLAY 'FILEMRG: OUTPUT RECORDS MERGED ' WS-WRITE-COUNT
                       ' BUT PARTITIONS WROTE ' WS-PART-WRITE-TOTAL
               SET WS-BALANCE-ERROR-SEEN TO TRUE
           END-IF
           IF WS-REJECT-COUNT NOT = WS-PART-REJECT-TOTAL
               DISPLAY 'FILEMRG: REJECTS MERGED ' WS-REJECT-COUNT
                       ' BUT PARTITIONS REJECTED ' WS-PART-REJECT-TOTAL
               SET WS-BALANCE-ERROR-SEEN TO TRUE
           END-IF
           IF WS-WARN-COUNT NOT = WS-PART-WARN-TOTAL
               DISPLAY 'FILEMRG: WARNINGS MERGED ' WS-WARN-COUNT
                       ' BUT PARTITIONS WARNED ' WS-PART-WARN-TOTAL
               SET WS-BALANCE-ERROR-SEEN TO TRUE
           END-IF
           IF WS-BALANCE-ERROR-SEEN
               MOVE 12 TO RETURN-CODE
           END-IF
           .
       3500-EXIT.
           EXIT.

       3600-BALANCE-ONE-FEED.
           ADD 1 TO WS-FEED-SUB
           IF WS-FD-MERGED-COUNT (WS-FEED-SUB)
                   NOT = WS-FD-PART-COUNT (WS-FEED-SUB)
                   OR WS-FD-MERGED-AMT-1 (WS-FEED-SUB)
                       NOT = WS-FD-PART-AMT-1 (WS-FEED-SUB)
                   OR WS-FD-MERGED-AMT-2 (WS-FEED-SUB)
                       NOT = WS-FD-PART-AMT-2 (WS-FEED-SUB)
               DISPLAY 'FILEMRG: MERGED RECORDS DO NOT MATCH THE '
                       'PARTITION TOTALS, MERGED = '
                       WS-FD-MERGED-COUNT (WS-FEED-SUB)
                       ' PARTITIONS = ' WS-FD-PART-COUNT (WS-FEED-SUB)
                       ' DATASET = ' WS-FD-NAME (WS-FEED-SUB)
               MOVE 'Y' TO WS-FD-BALANCE-SWITCH (WS-FEED-SUB)
           END-IF
           IF NOT WS-FD-HEADER-SEEN (WS-FEED-SUB)
               DISPLAY 'FILEMRG: HEADER RECORD MISSING, DATASET = '
                       WS-FD-NAME (WS-FEED-SUB)
               MOVE 'Y' TO WS-FD-BALANCE-SWITCH (WS-FEED-SUB)
           END-IF
           IF NOT WS-FD-TRAILER-USABLE (WS-FEED-SUB)
               DISPLAY 'FILEMRG: TRAILER RECORD MISSING OR UNUSABLE, '
                       'DATASET = ' WS-FD-NAME (WS-FEED-SUB)
               MOVE 'Y' TO WS-FD-BALANCE-SWITCH (WS-FEED-SUB)
               GO TO 3600-TALLY-RESULT
           END-IF
           IF WS-FD-TRL-COUNT (WS-FEED-SUB)
                   NOT = WS-FD-MERGED-COUNT (WS-FEED-SUB)
               DISPLAY 'FILEMRG: RECORD COUNT OUT OF BALANCE, '
                       'TRAILER = ' WS-FD-TRL-COUNT (WS-FEED-SUB)
                       ' MERGED = ' WS-FD-MERGED-COUNT (WS-FEED-SUB)
                       ' DATASET = ' WS-FD-NAME (WS-FEED-SUB)
               MOVE 'Y' TO WS-FD-BALANCE-SWITCH (WS-FEED-SUB)
           END-IF
           IF WS-FD-TRL-AMT-1 (WS-FEED-SUB)
                   NOT = WS-FD-MERGED-AMT-1 (WS-FEED-SUB)
               DISPLAY 'FILEMRG: AMOUNT-1 HASH OUT OF BALANCE, '
                       'DATASET = ' WS-FD-NAME (WS-FEED-SUB)
               MOVE 'Y' TO WS-FD-BALANCE-SWITCH (WS-FEED-SUB)
           END-IF
           IF WS-FD-TRL-AMT-2 (WS-FEED-SUB)
                   NOT = WS-FD-MERGED-AMT-2 (WS-FEED-SUB)
               DISPLAY 'FILEMRG: AMOUNT-2 HASH OUT OF BALANCE, '
                       'DATASET = ' WS-FD-NAME (WS-FEED-SUB)
               MOVE 'Y' TO WS-FD-BALANCE-SWITCH (WS-FEED-SUB)
           END-IF
           .
       3600-TALLY-RESULT.
           IF WS-FD-OUT-OF-BALANCE (WS-FEED-SUB)
               SET WS-BALANCE-ERROR-SEEN TO TRUE
           END-IF
           .
       3600-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    CALENDAR DAY NUMBER OF WS-DATE-WORK (YYYYMMDD) IN WS-DAYNUM,
      *    WITH THE YEAR STARTING IN MARCH SO THE LEAP DAY FALLS LAST.
      *    A DATE THAT IS NOT A DATE GIVES DAY ZERO, OLDER THAN ANY
      *    NIGHT.
      *----------------------------------------------------------------
       5050-DATE-WORK-TO-DAYNUM.
           MOVE ZERO TO WS-DAYNUM
           IF WS-DATE-WORK NOT NUMERIC
                   OR WS-DATE-WORK-MONTH < 1 OR WS-DATE-WORK-MONTH > 12
                   OR WS-DATE-WORK-DAY < 1 OR WS-DATE-WORK-DAY > 31
               GO TO 5050-EXIT
           END-IF
           MOVE WS-DATE-WORK-YEAR  TO WS-DAYNUM-YEAR
           MOVE WS-DATE-WORK-MONTH TO WS-DAYNUM-MONTH
           MOVE WS-DATE-WORK-DAY   TO WS-DAYNUM-DAY
           PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT
           .
       5050-EXIT.
           EXIT.

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

      *----------------------------------------------------------------
      *    OPERATIONS LOG - NOTE WHEN THE STEP STARTED AND UNDER WHICH
      *    JOB STEP NAME (OPSID CARD), AND AT END OF JOB APPEND ONE
      *    STEP-STATISTICS RECORD.  A LOG THAT WILL NOT OPEN OR TAKE
      *    THE RECORD IS NOTED HERE AND LEAVES THE RETURN CODE ALONE.
      *----------------------------------------------------------------
       9800-START-OPS-LOG.
           ACCEPT OL-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT OL-STEP-START-TIME FROM TIME
           MOVE 'FILEMRG' TO OL-STEP-NAME
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
           MOVE 'FILEMRG' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           COMPUTE OL-READ-COUNT = WS-WRITE-COUNT + WS-REJECT-COUNT
           MOVE WS-WRITE-COUNT TO OL-WRITTEN-COUNT
           MOVE WS-REJECT-COUNT TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEMRG: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           PERFORM 9860-COPY-PARTITION-LOGS THRU 9860-EXIT
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEMRG: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *    THE PARTITION JOBS LOG TO THEIR OWN DATASETS (A SHARED ONE,
      *    HELD DISP=MOD, WOULD MAKE THEM RUN ONE AFTER ANOTHER).  THEIR
      *    RECORDS GO ONTO THE NIGHT'S LOG HERE, FAILED RUNS INCLUDED,
      *    SO THE SLA REPORT SEES EVERY PARTITION STEP.  THE JOB EMPTIES
      *    THE PARTITION LOGS ONCE THIS STEP HAS ENDED, SO A RERUN OF
      *    THE MERGE PICKS UP ONLY WHAT WAS LOGGED SINCE.
       9860-COPY-PARTITION-LOGS.
           MOVE ZERO TO WS-PART-LOG-COUNT
           OPEN INPUT PART-OPS-LOG-FILE
           IF NOT WS-PART-INPUT-OK
               DISPLAY 'FILEMRG: PART-OPS-LOG-FILE OPEN FAILED, '
                       'STATUS = ' WS-PART-INPUT-STATUS
               GO TO 9860-EXIT
           END-IF
           MOVE 'N' TO WS-PART-EOF-SWITCH
           PERFORM 9870-COPY-ONE-LOG-RECORD THRU 9870-EXIT
               UNTIL WS-PART-END-OF-FILE
           CLOSE PART-OPS-LOG-FILE
           DISPLAY 'FILEMRG: PARTITION LOG RECORDS COPIED = '
                   WS-PART-LOG-COUNT
           .
       9860-EXIT.
           EXIT.

       9870-COPY-ONE-LOG-RECORD.
           READ PART-OPS-LOG-FILE
               AT END
                   SET WS-PART-END-OF-FILE TO TRUE
                   GO TO 9870-EXIT
           END-READ
           IF NOT WS-PART-INPUT-GOOD
               DISPLAY 'FILEMRG: PART-OPS-LOG-FILE READ ERROR, '
                       'STATUS = ' WS-PART-INPUT-STATUS
               SET WS-PART-END-OF-FILE TO TRUE
               GO TO 9870-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM PART-OPS-LOG-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEMRG: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               SET WS-PART-END-OF-FILE TO TRUE
               GO TO 9870-EXIT
           END-IF
           ADD 1 TO WS-PART-LOG-COUNT
           .
       9870-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB
      *----------------------------------------------------------------
       9999-END.
           IF WS-OUTPUT-FILE-OPEN
               CLOSE OUTPUT-FILE
               IF NOT WS-OUTPUT-STATUS-OK
                   DISPLAY 'FILEMRG: OUTPUT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-OUTPUT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REJECT-FILE-OPEN
               CLOSE REJECT-FILE
               IF NOT WS-REJECT-STATUS-OK
                   DISPLAY 'FILEMRG: REJECT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-REJECT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-WARNING-FILE-OPEN
               CLOSE WARNING-FILE
               IF NOT WS-WARNING-STATUS-OK
                   DISPLAY 'FILEMRG: WARNING-FILE CLOSE FAILED, '
                           'STATUS = ' WS-WARNING-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
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

      *----------------------------------------------------------------
      *    THE NIGHTLY CONTROL REPORT.  THE FIRST LINES ARE THE ONES AN
      *    UNPARTITIONED FILEDEMO RUN PRINTS, FOR THE NIGHT AS A WHOLE;
      *    THE PARTITIONS AND THE FEED-BY-FEED BALANCE FOLLOW.
      *----------------------------------------------------------------
       4000-WRITE-SUMMARY-REPORT.
           OPEN OUTPUT SUMMARY-REPORT-FILE
           IF NOT WS-SUMMARY-STATUS-OK
               DISPLAY 'FILEMRG: SUMMARY-REPORT-FILE OPEN FAILED, '
                       'STATUS = ' WS-SUMMARY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4000-EXIT
           END-IF
           MOVE 'N' TO WS-REPORT-ERROR-SWITCH
           MOVE 'FILEDEMO - NIGHTLY CONTROL REPORT'
               TO WS-REPORT-TEXT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE SPACES TO WS-REPORT-DATE-LINE
           MOVE 'RUN DATE (YYYYMMDD)' TO WS-REPORT-DATE-LABEL
           MOVE WS-NIGHT-DATE TO WS-REPORT-DATE-VALUE
           MOVE WS-REPORT-DATE-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE 'DATASETS PROCESSED' TO WS-REPORT-LABEL
           MOVE WS-FEED-COUNT TO WS-REPORT-COUNT
           PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT
           MOVE 'INPUT RECORDS READ' TO WS-REPORT-LABEL
           MOVE WS-READ-COUNT TO WS-REPORT-COUNT
           PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT
           MOVE 'OUTPUT RECORDS WRITTEN' TO WS-REPORT-LABEL
           MOVE WS-WRITE-COUNT TO WS-REPORT-COUNT
           PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT
           MOVE 'RECORDS REJECTED' TO WS-REPORT-LABEL
           MOVE WS-REJECT-COUNT TO WS-REPORT-COUNT
           PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT
           MOVE 'RECORDS WARNED (ALSO WRITTEN)' TO WS-REPORT-LABEL
           MOVE WS-WARN-COUNT TO WS-REPORT-COUNT
           PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT
           MOVE 'RETURN CODE' TO WS-REPORT-LABEL
           MOVE RETURN-CODE TO WS-REPORT-COUNT
           PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE 'PARTITIONS MERGED' TO WS-REPORT-LABEL
           MOVE WS-PARTITION-COUNT TO WS-REPORT-COUNT
           PERFORM 4950-WRITE-COUNT-LINE THRU 4950-EXIT
           MOVE ZERO TO WS-PART-SUB
           PERFORM 4050-WRITE-PARTITION-LINE THRU 4050-EXIT
               UNTIL WS-PART-SUB >= WS-PARTITION-COUNT
           IF WS-FEED-COUNT > ZERO
               MOVE SPACES TO WS-REPORT-TEXT-LINE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE WS-FEED-HEADING-LINE TO WS-REPORT-TEXT-LINE
               PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
               MOVE ZERO TO WS-FEED-SUB
               PERFORM 4060-WRITE-FEED-LINES THRU 4060-EXIT
                   UNTIL WS-FEED-SUB >= WS-FEED-COUNT
           END-IF
           CLOSE SUMMARY-REPORT-FILE
           .
       4000-EXIT.
           EXIT.

       4050-WRITE-PARTITION-LINE.
           ADD 1 TO WS-PART-SUB
           MOVE WS-PT-ID (WS-PART-SUB)       TO WS-PL-ID
           MOVE WS-PT-LOW-KEY (WS-PART-SUB)  TO WS-PL-LOW-KEY
           MOVE WS-PT-HIGH-KEY (WS-PART-SUB) TO WS-PL-HIGH-KEY
           MOVE WS-PT-READ-COUNT (WS-PART-SUB) TO WS-PL-READ
           MOVE WS-PT-RETURN-CODE (WS-PART-SUB) TO WS-PL-RETURN-CODE
           MOVE SPACES TO WS-PL-RESTART
           IF NOT WS-PT-END-SEEN (WS-PART-SUB)
               MOVE ' NO END' TO WS-PL-RESTART
           ELSE
               IF WS-PT-RESTART-FLAG (WS-PART-SUB) = 'Y'
                   MOVE ' RESTART' TO WS-PL-RESTART
               END-IF
           END-IF
           MOVE WS-PARTITION-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           .
       4050-EXIT.
           EXIT.

       4060-WRITE-FEED-LINES.
           ADD 1 TO WS-FEED-SUB
           MOVE WS-FEED-SUB TO WS-FL-SEQ
           MOVE WS-FD-NAME (WS-FEED-SUB) TO WS-FL-NAME
           MOVE WS-FD-TRL-COUNT (WS-FEED-SUB) TO WS-FL-TRL-COUNT
           MOVE WS-FD-MERGED-COUNT (WS-FEED-SUB) TO WS-FL-MERGED-COUNT
           IF WS-FD-OUT-OF-BALANCE (WS-FEED-SUB)
               MOVE 'OUT OF BALANCE' TO WS-FL-RESULT
           ELSE
               MOVE 'BALANCED' TO WS-FL-RESULT
           END-IF
           MOVE WS-FEED-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE 'AMOUNT-1' TO WS-FA-LABEL
           MOVE WS-FD-TRL-AMT-1 (WS-FEED-SUB) TO WS-FA-TRAILER
           MOVE WS-FD-MERGED-AMT-1 (WS-FEED-SUB) TO WS-FA-MERGED
           MOVE WS-FEED-AMOUNT-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE 'AMOUNT-2' TO WS-FA-LABEL
           MOVE WS-FD-TRL-AMT-2 (WS-FEED-SUB) TO WS-FA-TRAILER
           MOVE WS-FD-MERGED-AMT-2 (WS-FEED-SUB) TO WS-FA-MERGED
           MOVE WS-FEED-AMOUNT-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           .
       4060-EXIT.
           EXIT.

      *    ONE WRITE FAILURE IS REPORTED ONCE; THE REST OF THE REPORT
      *    IS THEN SKIPPED.
       4900-WRITE-REPORT-LINE.
           IF WS-REPORT-ERROR-SEEN
               GO TO 4900-EXIT
           END-IF
           WRITE SUMMARY-REPORT-RECORD FROM WS-REPORT-TEXT-LINE
           IF NOT WS-SUMMARY-STATUS-OK
               DISPLAY 'FILEMRG: SUMMARY-REPORT-FILE WRITE FAILED, '
                       'STATUS = ' WS-SUMMARY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-REPORT-ERROR-SEEN TO TRUE
           END-IF
           .
       4900-EXIT.
           EXIT.

       4950-WRITE-COUNT-LINE.
           MOVE WS-REPORT-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 4900-WRITE-REPORT-LINE THRU 4900-EXIT
           MOVE SPACES TO WS-REPORT-LINE
           .
       4950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    RUN HISTORY AND VOLUME-ANOMALY CHECK, AS FILEDEMO KEEPS THEM
      *    ON AN UNPARTITIONED NIGHT, FOR THE NIGHT AS A WHOLE.  THE
      *    HISTORY FILE IS READ INTO A TABLE OF THE MOST RECENT RUNS,
      *    TONIGHT IS COMPARED AGAINST THAT BASELINE, AND ONLY THEN IS
      *    TONIGHT'S OWN RECORD - CARRYING THE FINAL RETURN CODE -
      *    APPENDED.  A HISTORY FILE THAT WON'T OPEN OR IS EMPTY JUST
      *    MEANS NO BASELINE YET; THAT IS NOT AN ERROR.
      *----------------------------------------------------------------
       4100-LOAD-RUN-HISTORY.
           MOVE ZERO TO WS-HISTORY-ENTRY-COUNT
           OPEN INPUT HISTORY-FILE
           IF NOT WS-HISTORY-STATUS-OK
               GO TO 4100-EXIT
           END-IF
           MOVE 'N' TO WS-HISTORY-EOF-SWITCH
           PERFORM 4150-READ-HISTORY-RECORD THRU 4150-EXIT
               UNTIL WS-HISTORY-END-OF-FILE
           CLOSE HISTORY-FILE
           .
       4100-EXIT.
           EXIT.

       4150-READ-HISTORY-RECORD.
           READ HISTORY-FILE INTO WS-HISTORY-RECORD-AREA
               AT END
                   SET WS-HISTORY-END-OF-FILE TO TRUE
                   GO TO 4150-EXIT
           END-READ
           IF NOT WS-HISTORY-STATUS-GOOD
               DISPLAY 'FILEMRG: HISTORY-FILE READ ERROR, STATUS = '
                       WS-HISTORY-FILE-STATUS
               SET WS-HISTORY-END-OF-FILE TO TRUE
               GO TO 4150-EXIT
           END-IF
      *    ONLY CLEAN AND WARNING RUNS (RC 0-4) BELONG IN THE
      *    BASELINE - AN ABORTED OR OUT-OF-BALANCE NIGHT'S COUNTS
      *    WOULD DRAG THE AVERAGE DOWN AND MUTE THE NEXT WARNING.
           IF WS-HIST-READ-COUNT NUMERIC
                   AND WS-HIST-REJECT-COUNT NUMERIC
                   AND WS-HIST-RETURN-CODE NUMERIC
                   AND WS-HIST-RETURN-CODE <= 4
               PERFORM 4160-NOTE-HISTORY-ENTRY THRU 4160-EXIT
           END-IF
           .
       4150-EXIT.
           EXIT.

      *    ONLY THE NEWEST RUNS MATTER - WHEN THE TABLE IS FULL THE
      *    OLDEST ENTRY FALLS OFF THE FRONT.
       4160-NOTE-HISTORY-ENTRY.
           IF WS-HISTORY-ENTRY-COUNT >= WS-HISTORY-KEEP-COUNT
               MOVE 1 TO WS-HISTORY-SUB
               PERFORM 4170-SHIFT-HISTORY-ENTRY THRU 4170-EXIT
                   UNTIL WS-HISTORY-SUB >= WS-HISTORY-KEEP-COUNT
           ELSE
               ADD 1 TO WS-HISTORY-ENTRY-COUNT
           END-IF
           MOVE WS-HIST-READ-COUNT
               TO WS-HIST-ENT-READS (WS-HISTORY-ENTRY-COUNT)
           MOVE WS-HIST-REJECT-COUNT
               TO WS-HIST-ENT-REJECTS (WS-HISTORY-ENTRY-COUNT)
           .
       4160-EXIT.
           EXIT.

       4170-SHIFT-HISTORY-ENTRY.
           MOVE WS-HISTORY-ENTRY (WS-HISTORY-SUB + 1)
               TO WS-HISTORY-ENTRY (WS-HISTORY-SUB)
           ADD 1 TO WS-HISTORY-SUB
           .
       4170-EXIT.
           EXIT.

       4200-CHECK-VOLUME-ANOMALY.
           IF WS-HISTORY-ENTRY-COUNT < WS-HISTORY-MIN-RUNS
               GO TO 4200-EXIT
           END-IF
           MOVE ZERO TO WS-HIST-TOTAL-READS WS-HIST-TOTAL-REJECTS
           MOVE ZERO TO WS-HISTORY-SUB
           PERFORM 4250-SUM-HISTORY-ENTRY THRU 4250-EXIT
               UNTIL WS-HISTORY-SUB >= WS-HISTORY-ENTRY-COUNT
           COMPUTE WS-AVG-READ-COUNT =
               WS-HIST-TOTAL-READS / WS-HISTORY-ENTRY-COUNT
           COMPUTE WS-READ-FLOOR =
               WS-AVG-READ-COUNT * WS-READ-DROP-FACTOR
           IF WS-READ-COUNT < WS-READ-FLOOR
               DISPLAY 'FILEMRG: WARNING - READS ' WS-READ-COUNT
                       ' BELOW RECENT AVERAGE, CHECK THE FEED'
                   UPON CONSOLE
               IF RETURN-CODE = ZERO
                   MOVE WS-WARNING-RETURN-CODE TO RETURN-CODE
               END-IF
           END-IF
           IF WS-HIST-TOTAL-READS > ZERO AND WS-READ-COUNT > ZERO
               COMPUTE WS-HISTORY-REJECT-RATE ROUNDED =
                   WS-HIST-TOTAL-REJECTS * 100 / WS-HIST-TOTAL-READS
               COMPUTE WS-TONIGHT-REJECT-RATE ROUNDED =
                   WS-REJECT-COUNT * 100 / WS-READ-COUNT
               IF WS-TONIGHT-REJECT-RATE >
                       WS-HISTORY-REJECT-RATE + WS-REJECT-RATE-TOLERANCE
                   DISPLAY 'FILEMRG: WARNING - REJECT RATE '
                           WS-TONIGHT-REJECT-RATE
                           ' PCT EXCEEDS RECENT HISTORY'
                       UPON CONSOLE
                   IF RETURN-CODE = ZERO
                       MOVE WS-WARNING-RETURN-CODE TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           .
       4200-EXIT.
           EXIT.

       4250-SUM-HISTORY-ENTRY.
           ADD 1 TO WS-HISTORY-SUB
           ADD WS-HIST-ENT-READS (WS-HISTORY-SUB)
               TO WS-HIST-TOTAL-READS
           ADD WS-HIST-ENT-REJECTS (WS-HISTORY-SUB)
               TO WS-HIST-TOTAL-REJECTS
           .
       4250-EXIT.
           EXIT.

       4300-APPEND-RUN-HISTORY.
           MOVE SPACES TO WS-HISTORY-RECORD-AREA
           MOVE WS-NIGHT-DATE           TO WS-HIST-RUN-DATE
           MOVE WS-RESTART-SWITCH       TO WS-HIST-RESTART-FLAG
           MOVE WS-FEED-COUNT           TO WS-HIST-FILE-COUNT
           MOVE WS-READ-COUNT           TO WS-HIST-READ-COUNT
           MOVE WS-WRITE-COUNT          TO WS-HIST-WRITE-COUNT
           MOVE WS-REJECT-COUNT         TO WS-HIST-REJECT-COUNT
           MOVE RETURN-CODE             TO WS-HIST-RETURN-CODE
           OPEN EXTEND HISTORY-FILE
           IF NOT WS-HISTORY-STATUS-OK
               DISPLAY 'FILEMRG: HISTORY-FILE OPEN FAILED, STATUS = '
                       WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               GO TO 4300-EXIT
           END-IF
           WRITE HISTORY-RECORD FROM WS-HISTORY-RECORD-AREA
           IF NOT WS-HISTORY-STATUS-OK
               DISPLAY 'FILEMRG: HISTORY-FILE WRITE FAILED, STATUS = '
                       WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
           END-IF
           CLOSE HISTORY-FILE
           .
       4300-EXIT.
           EXIT.
