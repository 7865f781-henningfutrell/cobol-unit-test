      **********************************************************************
      * AUTHOR:    RJM
      * DATE:      15 OCT 2026
      * PURPOSE:   AGING REPORT FOR PENDING RECORDS ON THE INDEXED
      *            MASTER.  READS PROD.FILEDEMO.INDEX FRONT TO BACK AND
      *            BUCKETS EVERY PENDING ('PE') RECORD BY ITS AGE - THE
      *            DAYS FROM ITS RECORD DATE TO THE RUN DATE - INTO
      *            0-30, 31-60, 61-90 AND OVER 90 DAYS, WITH A COUNT
      *            AND A NET-AMOUNT TOTAL PER BUCKET FOR EACH SOURCE
      *            DATASET AND FOR ALL SOURCES TOGETHER.  EVERY PENDING
      *            RECORD OLDER THAN THE AGING LIMIT SUPPLIED VIA PARM
      *            (DAYS, ONE TO THREE DIGITS, 90 WHEN BLANK) GOES ON
      *            AN ESCALATION LISTING AND, ONE RECORD PER ACCOUNT,
      *            ON A FLAT EXTRACT THE OPERATIONS TEAM WORKS FROM.  A
      *            PENDING RECORD WHOSE DATE CANNOT BE AGED (NOT A REAL
      *            DATE, OR IN THE FUTURE) IS COUNTED ON ITS OWN LINE
      *            AND ESCALATED TOO - NOBODY CAN SAY HOW STALE IT IS.
      *            ANY ESCALATION ENDS THE STEP WITH THE WARNING
      *            RETURN CODE.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INDEX-FILE ASSIGN TO "IDXDD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-RECORD-KEY OF INDEX-RECORD
           FILE STATUS IS WS-INDEX-FILE-STATUS.

       SELECT AGING-REPORT-FILE ASSIGN TO "RPTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       SELECT ESCALATION-FILE ASSIGN TO "ESCDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ESCALATION-FILE-STATUS.

       SELECT EXTRACT-FILE ASSIGN TO "EXTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EXTRACT-FILE-STATUS.

       SELECT OPS-LOG-FILE ASSIGN TO "OPSDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-LOG-FILE-STATUS.

       SELECT OPS-ID-FILE ASSIGN TO "OPSID"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-ID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INDEX-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==INDEX-RECORD==.

       FD AGING-REPORT-FILE.
       01 AGING-REPORT-RECORD             PIC X(80).

       FD ESCALATION-FILE.
       01 ESCALATION-RECORD               PIC X(80).

      *    ONE ESCALATED PENDING RECORD.  THE AGE IS ZERO AND THE
      *    BUCKET 'NO DATE' WHEN THE RECORD DATE COULD NOT BE AGED.
       FD EXTRACT-FILE.
       01 EXTRACT-RECORD.
           05  EXT-RECORD-KEY              PIC X(10).
           05  EXT-RECORD-DATE             PIC X(08).
           05  EXT-AGE-DAYS                PIC 9(05).
           05  EXT-AGE-BUCKET              PIC X(07).
           05  EXT-NET-AMOUNT              PIC S9(10)V99.
           05  EXT-SOURCE-SEQ              PIC 9(05).
           05  EXT-SOURCE-NAME             PIC X(44).
           05  EXT-RUN-DATE                PIC 9(08).
           05  FILLER                      PIC X(01).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-INDEX-FILE-STATUS       PIC X(02).
               88  WS-INDEX-STATUS-OK           VALUE '00'.
               88  WS-INDEX-STATUS-GOOD         VALUES '00' '10'.
           05  WS-REPORT-FILE-STATUS      PIC X(02).
               88  WS-REPORT-STATUS-OK          VALUE '00'.
           05  WS-ESCALATION-FILE-STATUS  PIC X(02).
               88  WS-ESCALATION-STATUS-OK      VALUE '00'.
           05  WS-EXTRACT-FILE-STATUS     PIC X(02).
               88  WS-EXTRACT-STATUS-OK         VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-FILE                     VALUE 'Y'.
               88  WS-NOT-END-OF-FILE                 VALUE 'N'.
           05  WS-ABORT-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-ABORT-REQUESTED                 VALUE 'Y'.
           05  WS-SOURCE-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-SOURCE-FOUND                    VALUE 'Y'.
           05  WS-DATE-USABLE-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-DATE-USABLE                     VALUE 'Y'.
           05  WS-INDEX-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-INDEX-FILE-OPEN                  VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-REPORT-FILE-OPEN                 VALUE 'Y'.
           05  WS-ESCALATION-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
               88  WS-ESCALATION-FILE-OPEN             VALUE 'Y'.
           05  WS-EXTRACT-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-EXTRACT-FILE-OPEN                VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-PENDING-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-ESCALATED-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-SOURCE-OVERFLOW-COUNT    PIC 9(09)  COMP  VALUE ZERO.

       77  WS-PARM-MOVE-LENGTH             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-WARNING-RETURN-CODE          PIC 9(02)  COMP  VALUE 4.
       77  WS-DEFAULT-AGING-LIMIT          PIC 9(03)  COMP  VALUE 90.

      *    PAGE CONTROL - THE HEADINGS REPEAT EVERY PAGE; A NIGHT WITH
      *    FIFTY FEEDS RUNS TO SEVERAL PAGES.
       77  WS-PAGE-SIZE                    PIC 9(03)  COMP  VALUE 50.
       77  WS-LINE-COUNT                   PIC 9(03)  COMP  VALUE ZERO.
       77  WS-PAGE-NUMBER                  PIC 9(05)  COMP  VALUE ZERO.

       01  WS-PARM-AREA.
           05  WS-PARM-TEXT                PIC X(20)  VALUE SPACES.
           05  WS-PARM-DAYS-3 REDEFINES WS-PARM-TEXT.
               10  WS-PARM-DAYS-NNN        PIC 9(03).
               10  FILLER                  PIC X(17).
           05  WS-PARM-DAYS-2 REDEFINES WS-PARM-TEXT.
               10  WS-PARM-DAYS-NN         PIC 9(02).
               10  FILLER                  PIC X(18).
           05  WS-PARM-DAYS-1 REDEFINES WS-PARM-TEXT.
               10  WS-PARM-DAYS-N          PIC 9(01).
               10  FILLER                  PIC X(19).

       01  WS-AGING-LIMIT                  PIC 9(03)  VALUE ZERO.

      *    THE FOUR AGE BUCKETS, PLUS A FIFTH FOR A PENDING RECORD
      *    WHOSE DATE CANNOT BE AGED.  THE BUCKET EDGES THEMSELVES ARE
      *    IN 2000-AGE-ONE-RECORD; THE LAST AGED BUCKET IS OPEN-ENDED.
       77  WS-BUCKET-COUNT                 PIC 9(03)  COMP  VALUE 5.
       77  WS-BUCKET-SUB                   PIC 9(03)  COMP  VALUE ZERO.
       77  WS-OVER-90-SUB                  PIC 9(03)  COMP  VALUE 4.
       77  WS-NO-DATE-SUB                  PIC 9(03)  COMP  VALUE 5.

       01  WS-BUCKET-LABEL-VALUES.
           05  FILLER                      PIC X(14)  VALUE
               '0-30 DAYS'.
           05  FILLER                      PIC X(14)  VALUE
               '31-60 DAYS'.
           05  FILLER                      PIC X(14)  VALUE
               '61-90 DAYS'.
           05  FILLER                      PIC X(14)  VALUE
               'OVER 90 DAYS'.
           05  FILLER                      PIC X(14)  VALUE
               'NO USABLE DATE'.
       01  WS-BUCKET-LABELS REDEFINES WS-BUCKET-LABEL-VALUES.
           05  WS-BUCKET-LABEL             PIC X(14)  OCCURS 5 TIMES.

       01  WS-BUCKET-CODE-VALUES.
           05  FILLER                      PIC X(07)  VALUE '0-30'.
           05  FILLER                      PIC X(07)  VALUE '31-60'.
           05  FILLER                      PIC X(07)  VALUE '61-90'.
           05  FILLER                      PIC X(07)  VALUE 'OVER 90'.
           05  FILLER                      PIC X(07)  VALUE 'NO DATE'.
       01  WS-BUCKET-CODES REDEFINES WS-BUCKET-CODE-VALUES.
           05  WS-BUCKET-CODE              PIC X(07)  OCCURS 5 TIMES.

      *    ONE ROW PER SOURCE DATASET NAME.  THE SOURCE SEQUENCE IS
      *    ONLY A POSITION IN ONE NIGHT'S CONTROL FILE, SO A PENDING
      *    RECORD LOADED WEEKS AGO IS GROUPED BY THE FEED'S NAME.
       77  WS-SOURCE-ENTRY-COUNT           PIC 9(03)  COMP  VALUE ZERO.
       77  WS-SOURCE-ENTRY-MAX             PIC 9(03)  COMP  VALUE 50.
       77  WS-SOURCE-SUB                   PIC 9(03)  COMP  VALUE ZERO.

       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY             OCCURS 50 TIMES.
               10  WS-SRC-NAME             PIC X(44).
               10  WS-SRC-BUCKET           OCCURS 5 TIMES.
                   15  WS-SRC-BKT-COUNT    PIC 9(09)       COMP.
                   15  WS-SRC-BKT-NET      PIC S9(13)V99.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-BUCKET             OCCURS 5 TIMES.
               10  WS-GRAND-BKT-COUNT      PIC 9(09)       COMP.
               10  WS-GRAND-BKT-NET        PIC S9(13)V99.

       01  WS-TOTAL-WORK.
           05  WS-TOTAL-COUNT              PIC 9(09)  COMP  VALUE ZERO.
           05  WS-TOTAL-NET                PIC S9(13)V99    VALUE ZERO.
           05  WS-ESCALATED-NET            PIC S9(13)V99    VALUE ZERO.

       01  WS-CURRENT-SRC-NAME             PIC X(44)  VALUE SPACES.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR                 PIC 9(04).
           05  WS-RUN-MONTH                PIC 9(02).
           05  WS-RUN-DAY                  PIC 9(02).

       01  WS-RECORD-DATE                  PIC 9(08)  VALUE ZERO.
       01  WS-RECORD-DATE-PARTS REDEFINES WS-RECORD-DATE.
           05  WS-RECORD-YEAR              PIC 9(04).
           05  WS-RECORD-MONTH             PIC 9(02).
           05  WS-RECORD-DAY               PIC 9(02).

      *    DAY-NUMBER WORK AREA.  THE 30/360 COUNT FILEACK USES FOR
      *    ITS FEW-DAY WINDOWS WOULD MOVE A RECORD ACROSS A BUCKET
      *    EDGE BY UP TO A WEEK OVER A QUARTER, SO THIS COUNTS REAL
      *    CALENDAR DAYS, LEAP YEARS INCLUDED.  THE YEAR IS TAKEN AS
      *    STARTING IN MARCH SO FEBRUARY'S ODD LENGTH FALLS AT THE
      *    END OF IT.
       01  WS-DAYNUM-WORK.
           05  WS-DAYNUM-YEAR              PIC 9(05)  COMP  VALUE ZERO.
           05  WS-DAYNUM-MONTH             PIC 9(03)  COMP  VALUE ZERO.
           05  WS-DAYNUM-DAY               PIC 9(03)  COMP  VALUE ZERO.
           05  WS-DAYNUM-QUOTIENT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-DAYNUM                   PIC 9(09)  COMP  VALUE ZERO.
       77  WS-RUN-DAYNUM                   PIC 9(09)  COMP  VALUE ZERO.
       77  WS-RECORD-DAYNUM                PIC 9(09)  COMP  VALUE ZERO.
       77  WS-AGE-DAYS                     PIC S9(09) COMP  VALUE ZERO.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)  VALUE
               'FILEAGE - PENDING AGING REPORT    '.
           05  FILLER                      PIC X(12)  VALUE
               'RUN DATE    '.
           05  WS-HEADING-RUN-DATE         PIC 9(08).
           05  FILLER                      PIC X(16)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE
               'PAGE '.
           05  WS-HEADING-PAGE             PIC ZZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(14)  VALUE
               'AGE BUCKET    '.
           05  FILLER                      PIC X(13)  VALUE
               '      RECORDS'.
           05  FILLER                      PIC X(23)  VALUE
               '       NET AMOUNT TOTAL'.
           05  FILLER                      PIC X(30)  VALUE SPACES.

       01  WS-SOURCE-HEADING-LINE.
           05  FILLER                      PIC X(08)  VALUE
               'SOURCE  '.
           05  WS-SOURCE-HEADING-NAME      PIC X(44).
           05  FILLER                      PIC X(28)  VALUE SPACES.

       01  WS-BUCKET-LINE.
           05  WS-BUCKET-LINE-LABEL        PIC X(14).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-BUCKET-LINE-COUNT        PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-BUCKET-LINE-NET          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(30)  VALUE SPACES.

       01  WS-REPORT-TEXT-LINE             PIC X(80)  VALUE SPACES.

       01  WS-ESCALATION-HEADING-1.
           05  FILLER                      PIC X(34)  VALUE
               'FILEAGE - PENDING ESCALATION LIST '.
           05  FILLER                      PIC X(12)  VALUE
               'RUN DATE    '.
           05  WS-ESC-HEADING-RUN-DATE     PIC 9(08).
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  FILLER                      PIC X(13)  VALUE
               'AGING LIMIT  '.
           05  WS-ESC-HEADING-LIMIT        PIC ZZ9.
           05  FILLER                      PIC X(06)  VALUE ' DAYS '.

       01  WS-ESCALATION-HEADING-2.
           05  FILLER                      PIC X(12)  VALUE
               'KEY         '.
           05  FILLER                      PIC X(10)  VALUE
               'DATE      '.
           05  FILLER                      PIC X(08)  VALUE
               '   AGE  '.
           05  FILLER                      PIC X(19)  VALUE
               '       NET AMOUNT  '.
           05  FILLER                      PIC X(31)  VALUE
               'SOURCE'.

       01  WS-ESCALATION-LINE.
           05  WS-ESC-KEY                  PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-ESC-DATE                 PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-ESC-AGE                  PIC ZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-ESC-NET-AMOUNT           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-ESC-SOURCE-NAME          PIC X(31).

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
               PERFORM 0200-READ-INDEX-FILE THRU 0200-EXIT
               PERFORM 2000-AGE-ONE-RECORD THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-WRITE-AGING-REPORT THRU 3000-EXIT
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .

      *----------------------------------------------------------------
      *    INITIALIZATION
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-READ-COUNT WS-PENDING-COUNT
                        WS-ESCALATED-COUNT WS-SOURCE-OVERFLOW-COUNT
                        WS-SOURCE-ENTRY-COUNT WS-ESCALATED-NET
                        WS-LINE-COUNT WS-PAGE-NUMBER
           INITIALIZE WS-SOURCE-TABLE WS-GRAND-TOTALS
           SET WS-NOT-END-OF-FILE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           MOVE WS-RUN-YEAR  TO WS-DAYNUM-YEAR
           MOVE WS-RUN-MONTH TO WS-DAYNUM-MONTH
           MOVE WS-RUN-DAY   TO WS-DAYNUM-DAY
           PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT
           MOVE WS-DAYNUM TO WS-RUN-DAYNUM
           PERFORM 1100-GET-AGING-PARM THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT INDEX-FILE
           IF WS-INDEX-STATUS-OK
               SET WS-INDEX-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEAGE: INDEX-FILE OPEN FAILED, STATUS = '
                       WS-INDEX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT AGING-REPORT-FILE
               IF WS-REPORT-STATUS-OK
                   SET WS-REPORT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILEAGE: AGING-REPORT-FILE OPEN FAILED, '
                           'STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT ESCALATION-FILE
               IF WS-ESCALATION-STATUS-OK
                   SET WS-ESCALATION-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILEAGE: ESCALATION-FILE OPEN FAILED, '
                           'STATUS = ' WS-ESCALATION-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT EXTRACT-FILE
               IF WS-EXTRACT-STATUS-OK
                   SET WS-EXTRACT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILEAGE: EXTRACT-FILE OPEN FAILED, '
                           'STATUS = ' WS-EXTRACT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1200-WRITE-ESCALATION-HEADINGS THRU 1200-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

      *    BLANK TAKES THE STANDARD 90 DAYS.  ANYTHING ELSE MUST BE
      *    ONE TO THREE DIGITS AND NOT ZERO.
       1100-GET-AGING-PARM.
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
                   MOVE WS-DEFAULT-AGING-LIMIT TO WS-AGING-LIMIT
               WHEN WS-PARM-DAYS-NNN NUMERIC
                       AND WS-PARM-TEXT (4:17) = SPACES
                   MOVE WS-PARM-DAYS-NNN TO WS-AGING-LIMIT
               WHEN WS-PARM-DAYS-NN NUMERIC
                       AND WS-PARM-TEXT (3:18) = SPACES
                   MOVE WS-PARM-DAYS-NN TO WS-AGING-LIMIT
               WHEN WS-PARM-DAYS-N NUMERIC
                       AND WS-PARM-TEXT (2:19) = SPACES
                   MOVE WS-PARM-DAYS-N TO WS-AGING-LIMIT
               WHEN OTHER
                   MOVE ZERO TO WS-AGING-LIMIT
           END-EVALUATE
           IF WS-AGING-LIMIT = ZERO
               DISPLAY 'FILEAGE: AGING LIMIT PARM MUST BE 1-999 DAYS, '
                       'PARM = ' WS-PARM-TEXT
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1100-EXIT.
           EXIT.

       1200-WRITE-ESCALATION-HEADINGS.
           MOVE WS-RUN-DATE TO WS-ESC-HEADING-RUN-DATE
           MOVE WS-AGING-LIMIT TO WS-ESC-HEADING-LIMIT
           WRITE ESCALATION-RECORD FROM WS-ESCALATION-HEADING-1
           IF NOT WS-ESCALATION-STATUS-OK
               GO TO 1200-WRITE-ERROR
           END-IF
           WRITE ESCALATION-RECORD FROM WS-ESCALATION-HEADING-2
           IF NOT WS-ESCALATION-STATUS-OK
               GO TO 1200-WRITE-ERROR
           END-IF
           GO TO 1200-EXIT
           .
       1200-WRITE-ERROR.
           DISPLAY 'FILEAGE: ESCALATION-FILE WRITE FAILED, '
                   'STATUS = ' WS-ESCALATION-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    INDEX-FILE SEQUENTIAL READ
      *----------------------------------------------------------------
       0200-READ-INDEX-FILE.
           READ INDEX-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 0200-EXIT
           END-READ
           IF NOT WS-INDEX-STATUS-GOOD
               DISPLAY 'FILEAGE: INDEX-FILE READ ERROR, STATUS = '
                       WS-INDEX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0200-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           .
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    AGE ONE RECORD.  ONLY PENDING RECORDS ARE AGED; EVERYTHING
      *    ELSE IS READ PAST.
      *----------------------------------------------------------------
       2000-AGE-ONE-RECORD.
           IF NOT FD-STATUS-PENDING OF INDEX-RECORD
               GO TO 2000-READ-NEXT
           END-IF
           ADD 1 TO WS-PENDING-COUNT
           PERFORM 2100-COMPUTE-AGE THRU 2100-EXIT
           EVALUATE TRUE
               WHEN NOT WS-DATE-USABLE
                   MOVE WS-NO-DATE-SUB TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE WS-OVER-90-SUB TO WS-BUCKET-SUB
           END-EVALUATE
           ADD 1 TO WS-GRAND-BKT-COUNT (WS-BUCKET-SUB)
           ADD FD-RECORD-NET-AMOUNT OF INDEX-RECORD
               TO WS-GRAND-BKT-NET (WS-BUCKET-SUB)
           PERFORM 2200-TALLY-BY-SOURCE THRU 2200-EXIT
           IF NOT WS-DATE-USABLE OR WS-AGE-DAYS > WS-AGING-LIMIT
               PERFORM 2500-ESCALATE-RECORD THRU 2500-EXIT
           END-IF
           .
       2000-READ-NEXT.
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-READ-INDEX-FILE THRU 0200-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

      *    A RECORD DATE IS USABLE WHEN IT IS A REAL CALENDAR DATE NO
      *    LATER THAN THE RUN DATE.  THE DAY IS ONLY RANGE-CHECKED TO
      *    31 - A 30 FEBRUARY STILL AGES TO WITHIN A DAY OR TWO.
       2100-COMPUTE-AGE.
           MOVE 'N' TO WS-DATE-USABLE-SWITCH
           MOVE ZERO TO WS-AGE-DAYS
           IF FD-RECORD-DATE OF INDEX-RECORD NOT NUMERIC
               GO TO 2100-EXIT
           END-IF
           MOVE FD-RECORD-DATE OF INDEX-RECORD TO WS-RECORD-DATE
           IF WS-RECORD-MONTH < 1 OR WS-RECORD-MONTH > 12
                   OR WS-RECORD-DAY < 1 OR WS-RECORD-DAY > 31
                   OR WS-RECORD-YEAR = ZERO
                   OR WS-RECORD-DATE > WS-RUN-DATE
               GO TO 2100-EXIT
           END-IF
           MOVE WS-RECORD-YEAR  TO WS-DAYNUM-YEAR
           MOVE WS-RECORD-MONTH TO WS-DAYNUM-MONTH
           MOVE WS-RECORD-DAY   TO WS-DAYNUM-DAY
           PERFORM 5000-DATE-TO-DAYNUM THRU 5000-EXIT
           MOVE WS-DAYNUM TO WS-RECORD-DAYNUM
           COMPUTE WS-AGE-DAYS = WS-RUN-DAYNUM - WS-RECORD-DAYNUM
           SET WS-DATE-USABLE TO TRUE
           .
       2100-EXIT.
           EXIT.

      *    A RECORD WITH NO SOURCE NAME PREDATES THE PROVENANCE FIELDS
      *    AND IS GROUPED AS UNKNOWN, AS FILEREJ DOES.  A SOURCE PAST
      *    THE TABLE LIMIT STILL COUNTS IN THE ALL-SOURCES TOTALS.
       2200-TALLY-BY-SOURCE.
           IF FD-RECORD-SOURCE-NAME OF INDEX-RECORD = SPACES
               MOVE 'UNKNOWN' TO WS-CURRENT-SRC-NAME
           ELSE
               MOVE FD-RECORD-SOURCE-NAME OF INDEX-RECORD
                   TO WS-CURRENT-SRC-NAME
           END-IF
           MOVE 'N' TO WS-SOURCE-FOUND-SWITCH
           MOVE ZERO TO WS-SOURCE-SUB
           PERFORM 2300-MATCH-SOURCE-ENTRY THRU 2300-EXIT
               UNTIL WS-SOURCE-FOUND
                   OR WS-SOURCE-SUB >= WS-SOURCE-ENTRY-COUNT
           IF NOT WS-SOURCE-FOUND
               IF WS-SOURCE-ENTRY-COUNT < WS-SOURCE-ENTRY-MAX
                   ADD 1 TO WS-SOURCE-ENTRY-COUNT
                   MOVE WS-SOURCE-ENTRY-COUNT TO WS-SOURCE-SUB
                   MOVE WS-CURRENT-SRC-NAME
                       TO WS-SRC-NAME (WS-SOURCE-SUB)
               ELSE
                   ADD 1 TO WS-SOURCE-OVERFLOW-COUNT
                   GO TO 2200-EXIT
               END-IF
           END-IF
           ADD 1 TO WS-SRC-BKT-COUNT (WS-SOURCE-SUB, WS-BUCKET-SUB)
           ADD FD-RECORD-NET-AMOUNT OF INDEX-RECORD
               TO WS-SRC-BKT-NET (WS-SOURCE-SUB, WS-BUCKET-SUB)
           .
       2200-EXIT.
           EXIT.

       2300-MATCH-SOURCE-ENTRY.
           ADD 1 TO WS-SOURCE-SUB
           IF WS-SRC-NAME (WS-SOURCE-SUB) = WS-CURRENT-SRC-NAME
               SET WS-SOURCE-FOUND TO TRUE
           END-IF
           .
       2300-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ESCALATE ONE RECORD - A LINE ON THE LISTING AND A RECORD ON
      *    THE EXTRACT.  THE LISTING FOLLOWS THE INDEX, IN KEY ORDER.
      *----------------------------------------------------------------
       2500-ESCALATE-RECORD.
           MOVE FD-RECORD-KEY OF INDEX-RECORD TO WS-ESC-KEY
           MOVE FD-RECORD-DATE OF INDEX-RECORD TO WS-ESC-DATE
           MOVE WS-AGE-DAYS TO WS-ESC-AGE
           MOVE FD-RECORD-NET-AMOUNT OF INDEX-RECORD
               TO WS-ESC-NET-AMOUNT
           MOVE WS-CURRENT-SRC-NAME TO WS-ESC-SOURCE-NAME
           WRITE ESCALATION-RECORD FROM WS-ESCALATION-LINE
           IF NOT WS-ESCALATION-STATUS-OK
               DISPLAY 'FILEAGE: ESCALATION-FILE WRITE FAILED, '
                       'STATUS = ' WS-ESCALATION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2500-EXIT
           END-IF
           MOVE SPACES TO EXTRACT-RECORD
           MOVE FD-RECORD-KEY OF INDEX-RECORD TO EXT-RECORD-KEY
           MOVE FD-RECORD-DATE OF INDEX-RECORD TO EXT-RECORD-DATE
           MOVE WS-AGE-DAYS TO EXT-AGE-DAYS
           MOVE WS-BUCKET-CODE (WS-BUCKET-SUB) TO EXT-AGE-BUCKET
           MOVE FD-RECORD-NET-AMOUNT OF INDEX-RECORD
               TO EXT-NET-AMOUNT
           IF FD-RECORD-SOURCE-SEQ OF INDEX-RECORD NUMERIC
               MOVE FD-RECORD-SOURCE-SEQ OF INDEX-RECORD
                   TO EXT-SOURCE-SEQ
           ELSE
               MOVE ZERO TO EXT-SOURCE-SEQ
           END-IF
           MOVE WS-CURRENT-SRC-NAME TO EXT-SOURCE-NAME
           MOVE WS-RUN-DATE TO EXT-RUN-DATE
           WRITE EXTRACT-RECORD
           IF NOT WS-EXTRACT-STATUS-OK
               DISPLAY 'FILEAGE: EXTRACT-FILE WRITE FAILED, '
                       'STATUS = ' WS-EXTRACT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-ESCALATED-COUNT
           ADD FD-RECORD-NET-AMOUNT OF INDEX-RECORD
               TO WS-ESCALATED-NET
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WRITE THE AGING REPORT - ONE BLOCK PER SOURCE DATASET IN
      *    THE ORDER THEY WERE FIRST SEEN, THEN ALL SOURCES TOGETHER,
      *    THEN THE ESCALATION TOTAL.
      *----------------------------------------------------------------
       3000-WRITE-AGING-REPORT.
           PERFORM 3900-WRITE-REPORT-HEADINGS THRU 3900-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 3000-EXIT
           END-IF
           MOVE ZERO TO WS-SOURCE-SUB
           PERFORM 3100-WRITE-SOURCE-BLOCK THRU 3100-EXIT
               UNTIL WS-SOURCE-SUB >= WS-SOURCE-ENTRY-COUNT
                   OR WS-ABORT-REQUESTED
           IF WS-ABORT-REQUESTED
               GO TO 3000-EXIT
           END-IF
           IF WS-SOURCE-OVERFLOW-COUNT > ZERO
               MOVE SPACES TO WS-BUCKET-LINE
               MOVE 'PAST SRC LIMIT' TO WS-BUCKET-LINE-LABEL
               MOVE WS-SOURCE-OVERFLOW-COUNT TO WS-BUCKET-LINE-COUNT
               MOVE ZERO TO WS-BUCKET-LINE-NET
               MOVE WS-BUCKET-LINE TO WS-REPORT-TEXT-LINE
               PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
               IF WS-ABORT-REQUESTED
                   GO TO 3000-EXIT
               END-IF
           END-IF
           MOVE 'ALL SOURCES' TO WS-SOURCE-HEADING-NAME
           MOVE WS-SOURCE-HEADING-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE ZERO TO WS-BUCKET-SUB WS-TOTAL-COUNT WS-TOTAL-NET
           PERFORM 3300-WRITE-GRAND-BUCKET THRU 3300-EXIT
               UNTIL WS-BUCKET-SUB >= WS-BUCKET-COUNT
                   OR WS-ABORT-REQUESTED
           PERFORM 3400-WRITE-TOTAL-LINE THRU 3400-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 3000-EXIT
           END-IF
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE 'ESCALATED' TO WS-BUCKET-LINE-LABEL
           MOVE WS-ESCALATED-COUNT TO WS-BUCKET-LINE-COUNT
           MOVE WS-ESCALATED-NET TO WS-BUCKET-LINE-NET
           MOVE WS-BUCKET-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-WRITE-SOURCE-BLOCK.
           ADD 1 TO WS-SOURCE-SUB
           MOVE WS-SRC-NAME (WS-SOURCE-SUB) TO WS-SOURCE-HEADING-NAME
           MOVE WS-SOURCE-HEADING-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE ZERO TO WS-BUCKET-SUB WS-TOTAL-COUNT WS-TOTAL-NET
           PERFORM 3200-WRITE-SOURCE-BUCKET THRU 3200-EXIT
               UNTIL WS-BUCKET-SUB >= WS-BUCKET-COUNT
                   OR WS-ABORT-REQUESTED
           PERFORM 3400-WRITE-TOTAL-LINE THRU 3400-EXIT
           .
       3100-EXIT.
           EXIT.

       3200-WRITE-SOURCE-BUCKET.
           ADD 1 TO WS-BUCKET-SUB
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB)
               TO WS-BUCKET-LINE-LABEL
           MOVE WS-SRC-BKT-COUNT (WS-SOURCE-SUB, WS-BUCKET-SUB)
               TO WS-BUCKET-LINE-COUNT
           MOVE WS-SRC-BKT-NET (WS-SOURCE-SUB, WS-BUCKET-SUB)
               TO WS-BUCKET-LINE-NET
           ADD WS-SRC-BKT-COUNT (WS-SOURCE-SUB, WS-BUCKET-SUB)
               TO WS-TOTAL-COUNT
           ADD WS-SRC-BKT-NET (WS-SOURCE-SUB, WS-BUCKET-SUB)
               TO WS-TOTAL-NET
           MOVE WS-BUCKET-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           .
       3200-EXIT.
           EXIT.

       3300-WRITE-GRAND-BUCKET.
           ADD 1 TO WS-BUCKET-SUB
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE WS-BUCKET-LABEL (WS-BUCKET-SUB)
               TO WS-BUCKET-LINE-LABEL
           MOVE WS-GRAND-BKT-COUNT (WS-BUCKET-SUB)
               TO WS-BUCKET-LINE-COUNT
           MOVE WS-GRAND-BKT-NET (WS-BUCKET-SUB)
               TO WS-BUCKET-LINE-NET
           ADD WS-GRAND-BKT-COUNT (WS-BUCKET-SUB) TO WS-TOTAL-COUNT
           ADD WS-GRAND-BKT-NET (WS-BUCKET-SUB) TO WS-TOTAL-NET
           MOVE WS-BUCKET-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           .
       3300-EXIT.
           EXIT.

       3400-WRITE-TOTAL-LINE.
           IF WS-ABORT-REQUESTED
               GO TO 3400-EXIT
           END-IF
           MOVE SPACES TO WS-BUCKET-LINE
           MOVE 'TOTAL PENDING' TO WS-BUCKET-LINE-LABEL
           MOVE WS-TOTAL-COUNT TO WS-BUCKET-LINE-COUNT
           MOVE WS-TOTAL-NET TO WS-BUCKET-LINE-NET
           MOVE WS-BUCKET-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           .
       3400-EXIT.
           EXIT.

       3900-WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-RUN-DATE TO WS-HEADING-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HEADING-PAGE
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-HEADING-1
           IF NOT WS-REPORT-STATUS-OK
               GO TO 3900-WRITE-ERROR
           END-IF
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-HEADING-2
           IF NOT WS-REPORT-STATUS-OK
               GO TO 3900-WRITE-ERROR
           END-IF
           GO TO 3900-EXIT
           .
       3900-WRITE-ERROR.
           DISPLAY 'FILEAGE: AGING-REPORT-FILE WRITE FAILED, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       3900-EXIT.
           EXIT.

      *    EVERY BODY LINE FUNNELS THROUGH HERE SO THE PAGE BREAK AND
      *    THE LINE COUNT STAY IN ONE PLACE.  CALLERS STAGE THE LINE
      *    IN WS-REPORT-TEXT-LINE.
       3950-WRITE-REPORT-LINE.
           IF WS-ABORT-REQUESTED
               GO TO 3950-EXIT
           END-IF
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM 3900-WRITE-REPORT-HEADINGS THRU 3900-EXIT
               IF WS-ABORT-REQUESTED
                   GO TO 3950-EXIT
               END-IF
           END-IF
           WRITE AGING-REPORT-RECORD FROM WS-REPORT-TEXT-LINE
           IF WS-REPORT-STATUS-OK
               ADD 1 TO WS-LINE-COUNT
           ELSE
               DISPLAY 'FILEAGE: AGING-REPORT-FILE WRITE FAILED, '
                       'STATUS = ' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       3950-EXIT.
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

      *----------------------------------------------------------------
      *    OPERATIONS LOG - NOTE WHEN THE STEP STARTED AND UNDER WHICH
      *    JOB STEP NAME (OPSID CARD), AND AT END OF JOB APPEND ONE
      *    STEP-STATISTICS RECORD.  A LOG THAT WILL NOT OPEN OR TAKE
      *    THE RECORD IS NOTED HERE AND LEAVES THE RETURN CODE ALONE.
      *----------------------------------------------------------------
       9800-START-OPS-LOG.
           ACCEPT OL-STEP-START-DATE FROM DATE YYYYMMDD
           ACCEPT OL-STEP-START-TIME FROM TIME
           MOVE 'FILEAGE' TO OL-STEP-NAME
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
           MOVE 'FILEAGE' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           MOVE WS-READ-COUNT TO OL-READ-COUNT
           MOVE WS-ESCALATED-COUNT TO OL-WRITTEN-COUNT
           MOVE ZERO TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEAGE: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEAGE: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB.  ANY ESCALATION ENDS WITH THE WARNING RETURN
      *    CODE SO THE SCHEDULER FLAGS THE LISTING FOR THE MORNING.
      *----------------------------------------------------------------
       9999-END.
           IF WS-INDEX-FILE-OPEN
               CLOSE INDEX-FILE
               IF NOT WS-INDEX-STATUS-OK
                   DISPLAY 'FILEAGE: INDEX-FILE CLOSE FAILED, '
                           'STATUS = ' WS-INDEX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REPORT-FILE-OPEN
               CLOSE AGING-REPORT-FILE
               IF NOT WS-REPORT-STATUS-OK
                   DISPLAY 'FILEAGE: AGING-REPORT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ESCALATION-FILE-OPEN
               CLOSE ESCALATION-FILE
               IF NOT WS-ESCALATION-STATUS-OK
                   DISPLAY 'FILEAGE: ESCALATION-FILE CLOSE FAILED, '
                           'STATUS = ' WS-ESCALATION-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-EXTRACT-FILE-OPEN
               CLOSE EXTRACT-FILE
               IF NOT WS-EXTRACT-STATUS-OK
                   DISPLAY 'FILEAGE: EXTRACT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-EXTRACT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-ESCALATED-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE WS-WARNING-RETURN-CODE TO RETURN-CODE
           END-IF
           DISPLAY 'FILEAGE: INDEX RECORDS READ  = ' WS-READ-COUNT
           DISPLAY 'FILEAGE: PENDING RECORDS     = ' WS-PENDING-COUNT
           DISPLAY 'FILEAGE: ESCALATED PAST '
                   WS-AGING-LIMIT ' DAYS = ' WS-ESCALATED-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
