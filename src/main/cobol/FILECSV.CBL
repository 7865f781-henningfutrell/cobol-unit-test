      **********************************************************************
      * AUTHOR:    RJM
      * DATE:      15 OCT 2026
      * PURPOSE:   DELIMITED (CSV) EXTRACT OF THE INDEXED MASTER FOR
      *            THE FINANCE AND SERVICING TEAMS, WHO OTHERWISE
      *            RETYPE FILEINQ AND FILERPT PRINTOUTS INTO
      *            SPREADSHEETS.  READS SELECTION CARDS, THEN READS
      *            PROD.FILEDEMO.INDEX FRONT TO BACK ONCE AND WRITES
      *            EVERY RECORD ANY CARD SELECTS TO A COMMA-DELIMITED
      *            FILE: A HEADER ROW, ONE ROW PER RECORD (KEY, STATUS,
      *            ISO RECORD DATE, SIGNED AMOUNTS WITH A DECIMAL
      *            POINT, NET AMOUNT, SOURCE PROVENANCE, RUN DATE AND
      *            RESTORE FLAG/DATE), AND A CLOSING CONTROL ROW WITH
      *            THE ROW COUNT AND THE AMOUNT TOTALS.  TEXT FIELDS
      *            ARE ALWAYS ENCLOSED IN QUOTES WITH ANY EMBEDDED
      *            QUOTE DOUBLED, SO A COMMA OR QUOTE IN A DATASET NAME
      *            CANNOT SHIFT THE COLUMNS.  A CONTROL REPORT ECHOES
      *            EVERY CARD WITH THE ROWS IT SELECTED AND TOTALS THE
      *            EXTRACT BY STATUS CODE IN THE BUSRPT LAYOUT, SO THE
      *            RECIPIENT CAN TIE THE FILE BACK TO THE MORNING
      *            BUSINESS SUMMARY.
      *            SELECTION CARDS - ONE REQUEST PER CARD; A RECORD IS
      *            EXTRACTED WHEN ANY CARD SELECTS IT, AND A CARD
      *            SELECTS A RECORD WHEN EVERY CRITERION GIVEN ON IT
      *            HOLDS (BLANK MEANS THAT CRITERION DOES NOT APPLY):
      *              1-10  LOW KEY   (BLANK = FROM THE FIRST KEY)
      *              12-21 HIGH KEY  (BLANK = TO THE LAST KEY)
      *              23-24 STATUS CODE (AC, CL OR PE)
      *              26-33 FROM RECORD DATE, YYYYMMDD
      *              35-42 TO RECORD DATE, YYYYMMDD (BOTH OR NEITHER)
      *              44-80 SOURCE DATASET NAME, OR THE LEADING PART OF
      *                    ONE - EVERY FEED WHOSE NAME STARTS WITH IT
      *            '*ALL' IN COLUMNS 1-4 SELECTS THE WHOLE INDEX; ANY
      *            OTHER CARD WITH '*' IN COLUMN 1 IS A COMMENT.  A
      *            CARD WITH NO CRITERION, A BACKWARD KEY OR DATE
      *            RANGE, OR AN UNKNOWN STATUS IS LISTED INVALID AND
      *            SKIPPED, AND ENDS THE STEP WITH THE WARNING RETURN
      *            CODE - A BLANK CRITERION THAT SILENTLY MATCHED
      *            EVERYTHING WOULD TURN A NARROW REQUEST INTO A FULL
      *            DUMP.  NO CARDS AT ALL MEANS NOTHING WAS ASKED FOR
      *            TONIGHT: THE FILE CARRIES ONLY THE HEADER AND A
      *            ZERO CONTROL ROW.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      *   15 OCT 2026  RJM    WRITE EACH ROW AT ITS OWN LENGTH - THE
      *                       EXTRACT IS RECFM=VB.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECSV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT SELECTION-FILE ASSIGN TO "SELDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SELECTION-FILE-STATUS.

       SELECT INDEX-FILE ASSIGN TO "IDXDD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-RECORD-KEY OF INDEX-RECORD
           FILE STATUS IS WS-INDEX-FILE-STATUS.

       SELECT CSV-FILE ASSIGN TO "CSVDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-CSV-FILE-STATUS.

       SELECT CONTROL-REPORT-FILE ASSIGN TO "RPTDD"
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

       FD SELECTION-FILE.
       01 SELECTION-RECORD                PIC X(80).

       FD INDEX-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==INDEX-RECORD==.

      *    ONE DELIMITED ROW, WRITTEN AT ITS OWN LENGTH - THE DATASET
      *    IS VARIABLE-LENGTH, SO NO ROW CARRIES TRAILING BLANKS.  THE
      *    WIDEST ROW - A 44-BYTE SOURCE NAME MADE ENTIRELY OF QUOTES -
      *    STILL FITS WITH ROOM TO SPARE.
       FD CSV-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 300 CHARACTERS
               DEPENDING ON WS-CSV-LENGTH.
       01 CSV-RECORD                      PIC X(300).

       FD CONTROL-REPORT-FILE.
       01 CONTROL-REPORT-RECORD           PIC X(80).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-SELECTION-FILE-STATUS   PIC X(02).
               88  WS-SELECTION-STATUS-OK       VALUE '00'.
               88  WS-SELECTION-STATUS-GOOD     VALUES '00' '10'.
           05  WS-INDEX-FILE-STATUS       PIC X(02).
               88  WS-INDEX-STATUS-OK           VALUE '00'.
               88  WS-INDEX-STATUS-GOOD         VALUES '00' '10'.
           05  WS-CSV-FILE-STATUS         PIC X(02).
               88  WS-CSV-STATUS-OK             VALUE '00'.
           05  WS-REPORT-FILE-STATUS      PIC X(02).
               88  WS-REPORT-STATUS-OK          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-FILE                     VALUE 'Y'.
               88  WS-NOT-END-OF-FILE                 VALUE 'N'.
           05  WS-SELECTION-EOF-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-SELECTION-END-OF-FILE           VALUE 'Y'.
           05  WS-ABORT-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-ABORT-REQUESTED                 VALUE 'Y'.
           05  WS-CARD-MATCH-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-CARD-MATCHED                    VALUE 'Y'.
           05  WS-CSV-SCAN-SWITCH          PIC X(01)  VALUE 'N'.
               88  WS-CSV-SCAN-DONE                   VALUE 'Y'.
           05  WS-SELECTION-OPEN-SWITCH    PIC X(01)  VALUE 'N'.
               88  WS-SELECTION-FILE-OPEN              VALUE 'Y'.
           05  WS-INDEX-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-INDEX-FILE-OPEN                  VALUE 'Y'.
           05  WS-CSV-OPEN-SWITCH          PIC X(01)  VALUE 'N'.
               88  WS-CSV-FILE-OPEN                    VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-REPORT-FILE-OPEN                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-CARD-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-BAD-CARD-COUNT           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-READ-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-ROW-COUNT                PIC 9(09)  COMP  VALUE ZERO.

       77  WS-WARNING-RETURN-CODE          PIC 9(02)  COMP  VALUE 4.

      *    PAGE CONTROL - THE HEADINGS REPEAT EVERY PAGE SO A LONG
      *    CARD DECK STAYS READABLE OFF THE PRINTER.
       77  WS-PAGE-SIZE                    PIC 9(03)  COMP  VALUE 50.
       77  WS-LINE-COUNT                   PIC 9(03)  COMP  VALUE ZERO.
       77  WS-PAGE-NUMBER                  PIC 9(05)  COMP  VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.

      *    ALTERNATE VIEWS OF ONE SELECTION CARD.
       01  WS-SELECTION-CARD.
           05  WS-SEL-LOW-KEY              PIC X(10).
           05  FILLER                      PIC X(01).
           05  WS-SEL-HIGH-KEY             PIC X(10).
           05  FILLER                      PIC X(01).
           05  WS-SEL-STATUS               PIC X(02).
               88  WS-SEL-STATUS-VALID          VALUES 'AC' 'CL' 'PE'.
           05  FILLER                      PIC X(01).
           05  WS-SEL-FROM-TEXT            PIC X(08).
           05  WS-SEL-FROM-DATE REDEFINES WS-SEL-FROM-TEXT
                                           PIC 9(08).
           05  FILLER                      PIC X(01).
           05  WS-SEL-TO-TEXT              PIC X(08).
           05  WS-SEL-TO-DATE REDEFINES WS-SEL-TO-TEXT
                                           PIC 9(08).
           05  FILLER                      PIC X(01).
           05  WS-SEL-SOURCE               PIC X(37).
       01  WS-SELECTION-TAG-CARD REDEFINES WS-SELECTION-CARD.
           05  WS-SEL-TAG                  PIC X(04).
               88  WS-SEL-ALL-REQUEST           VALUE '*ALL'.
           05  FILLER                      PIC X(76).

      *    THE NIGHT'S CARDS, TABLED SO THE INDEX IS READ ONCE, NOT
      *    ONCE PER CARD.  INVALID CARDS ARE TABLED TOO SO THE REPORT
      *    LISTS THE DECK IN THE ORDER IT WAS PUNCHED; THEY NEVER
      *    SELECT ANYTHING.  EACH ENTRY COUNTS THE ROWS IT WAS THE
      *    FIRST CARD TO SELECT, SO THE CARD COUNTS ADD UP TO THE
      *    EXTRACT'S ROW COUNT.
       77  WS-SEL-ENTRY-MAX                PIC 9(03)  COMP  VALUE 50.
       77  WS-SEL-ENTRY-COUNT              PIC 9(03)  COMP  VALUE ZERO.
       77  WS-SEL-SUB                      PIC 9(03)  COMP  VALUE ZERO.

       01  WS-SELECTION-TABLE.
           05  WS-SEL-ENTRY                OCCURS 50 TIMES.
               10  WS-SEL-ENT-CARD         PIC X(80).
               10  WS-SEL-ENT-VALID-FLAG   PIC X(01).
                   88  WS-SEL-ENT-VALID         VALUE 'Y'.
               10  WS-SEL-ENT-ALL-FLAG     PIC X(01).
                   88  WS-SEL-ENT-ALL           VALUE 'Y'.
               10  WS-SEL-ENT-LOW-KEY      PIC X(10).
               10  WS-SEL-ENT-HIGH-KEY     PIC X(10).
               10  WS-SEL-ENT-STATUS       PIC X(02).
               10  WS-SEL-ENT-DATE-FLAG    PIC X(01).
                   88  WS-SEL-ENT-HAS-DATES     VALUE 'Y'.
               10  WS-SEL-ENT-FROM-DATE    PIC 9(08).
               10  WS-SEL-ENT-TO-DATE      PIC 9(08).
               10  WS-SEL-ENT-SOURCE       PIC X(37).
               10  WS-SEL-ENT-SOURCE-LEN   PIC 9(03)       COMP.
               10  WS-SEL-ENT-ROW-COUNT    PIC 9(09)       COMP.

      *    ONE ACCUMULATOR ROW PER STATUS CODE, PLUS A CATCH-ALL, AS
      *    FILERPT KEEPS THEM FOR BUSRPT.
       01  WS-STATUS-TOTALS.
           05  WS-STATUS-ENTRY             OCCURS 4 TIMES.
               10  WS-STA-COUNT            PIC 9(09)       COMP.
               10  WS-STA-AMT-1-TOTAL      PIC S9(13)V99.
               10  WS-STA-AMT-2-TOTAL      PIC S9(13)V99.
               10  WS-STA-NET-TOTAL        PIC S9(13)V99.

       77  WS-STATUS-SUB                   PIC 9(03)  COMP  VALUE ZERO.
       77  WS-ACTIVE-SUB                   PIC 9(03)  COMP  VALUE 1.
       77  WS-CLOSED-SUB                   PIC 9(03)  COMP  VALUE 2.
       77  WS-PENDING-SUB                  PIC 9(03)  COMP  VALUE 3.
       77  WS-OTHER-SUB                    PIC 9(03)  COMP  VALUE 4.

       01  WS-STATUS-LABEL-VALUES.
           05  FILLER                      PIC X(09)  VALUE 'ACTIVE'.
           05  FILLER                      PIC X(09)  VALUE 'CLOSED'.
           05  FILLER                      PIC X(09)  VALUE 'PENDING'.
           05  FILLER                      PIC X(09)  VALUE 'OTHER'.
       01  WS-STATUS-LABELS REDEFINES WS-STATUS-LABEL-VALUES.
           05  WS-STATUS-LABEL             PIC X(09)  OCCURS 4 TIMES.

       01  WS-GRAND-TOTALS.
           05  WS-GRAND-AMT-1-TOTAL        PIC S9(13)V99    VALUE ZERO.
           05  WS-GRAND-AMT-2-TOTAL        PIC S9(13)V99    VALUE ZERO.
           05  WS-GRAND-NET-TOTAL          PIC S9(13)V99    VALUE ZERO.

      *    DELIMITED-ROW BUILD AREA.  A ROW IS BUILT ONE FIELD AT A
      *    TIME: THE CALLER STAGES THE FIELD IN WS-CSV-TEXT AND ASKS
      *    FOR IT PLAIN (NUMBERS AND DATES, LEADING AND TRAILING
      *    BLANKS DROPPED) OR QUOTED (TEXT, TRAILING BLANKS DROPPED,
      *    EMBEDDED QUOTES DOUBLED).  THE COMMA GOES IN AHEAD OF
      *    EVERY FIELD BUT THE FIRST.
       01  WS-CSV-LINE                     PIC X(300) VALUE SPACES.
       77  WS-CSV-LENGTH                   PIC 9(04)  COMP  VALUE ZERO.
       77  WS-CSV-FIELD-COUNT              PIC 9(03)  COMP  VALUE ZERO.
       01  WS-CSV-TEXT                     PIC X(44)  VALUE SPACES.
       77  WS-CSV-TEXT-MAX                 PIC 9(03)  COMP  VALUE 44.
       77  WS-CSV-FROM                     PIC 9(03)  COMP  VALUE ZERO.
       77  WS-CSV-TO                       PIC 9(03)  COMP  VALUE ZERO.
       77  WS-CSV-PIECE-LENGTH             PIC 9(03)  COMP  VALUE ZERO.
       01  WS-CSV-AMOUNT-EDIT              PIC -(14)9.99.
       01  WS-CSV-COUNT-EDIT               PIC Z(08)9.

      *    ISO FORM OF AN 8-DIGIT YYYYMMDD DATE.
       01  WS-CSV-DATE                     PIC 9(08)  VALUE ZERO.
       01  WS-CSV-DATE-PARTS REDEFINES WS-CSV-DATE.
           05  WS-CSV-DATE-YEAR            PIC 9(04).
           05  WS-CSV-DATE-MONTH           PIC 9(02).
           05  WS-CSV-DATE-DAY             PIC 9(02).
       01  WS-CSV-ISO-DATE.
           05  WS-ISO-YEAR                 PIC 9(04).
           05  FILLER                      PIC X(01)  VALUE '-'.
           05  WS-ISO-MONTH                PIC 9(02).
           05  FILLER                      PIC X(01)  VALUE '-'.
           05  WS-ISO-DAY                  PIC 9(02).

      *    THE HEADER ROW.  NAMES CARRY NO COMMAS OR QUOTES, SO THE
      *    ROW IS WRITTEN AS IT STANDS.
       01  WS-CSV-HEADER-ROW.
           05  FILLER                      PIC X(40)  VALUE
               'RECORD_KEY,STATUS,RECORD_DATE,AMOUNT_1,A'.
           05  FILLER                      PIC X(40)  VALUE
               'MOUNT_2,NET_AMOUNT,SOURCE_SEQ,SOURCE_DAT'.
           05  FILLER                      PIC X(40)  VALUE
               'ASET,RUN_DATE,RESTORED,RESTORE_DATE     '.
       77  WS-CSV-HEADER-LENGTH            PIC 9(04)  COMP  VALUE 115.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)  VALUE
               'FILECSV - DELIMITED EXTRACT       '.
           05  FILLER                      PIC X(12)  VALUE
               'RUN DATE    '.
           05  WS-HEADING-RUN-DATE         PIC 9(08).
           05  FILLER                      PIC X(16)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE
               'PAGE '.
           05  WS-HEADING-PAGE             PIC ZZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(09)  VALUE
               'CARD     '.
           05  FILLER                      PIC X(46)  VALUE
               'SELECTION'.
           05  FILLER                      PIC X(25)  VALUE
               '        ROWS'.

      *    THE CARD'S KEY, STATUS AND DATE COLUMNS, WITH ITS ROWS;
      *    A SOURCE NAME GETS A LINE OF ITS OWN UNDERNEATH.
       01  WS-CARD-LINE.
           05  WS-CARD-LINE-NUMBER         PIC ZZ9.
           05  FILLER                      PIC X(06)  VALUE SPACES.
           05  WS-CARD-LINE-TEXT           PIC X(44).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-CARD-LINE-ROWS           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-CARD-LINE-NOTE           PIC X(12).

       01  WS-CARD-SOURCE-LINE.
           05  FILLER                      PIC X(09)  VALUE SPACES.
           05  FILLER                      PIC X(08)  VALUE
               'SOURCE  '.
           05  WS-CARD-SOURCE-TEXT         PIC X(37).
           05  FILLER                      PIC X(26)  VALUE SPACES.

       01  WS-STATUS-HEADING.
           05  FILLER                      PIC X(09)  VALUE
               'STATUS   '.
           05  FILLER                      PIC X(13)  VALUE
               '      RECORDS'.
           05  FILLER                      PIC X(23)  VALUE
               '       AMOUNT-1 TOTAL  '.
           05  FILLER                      PIC X(23)  VALUE
               '       AMOUNT-2 TOTAL  '.
           05  FILLER                      PIC X(12)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  WS-SUMMARY-LABEL            PIC X(09).
           05  WS-SUMMARY-COUNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SUMMARY-AMT-1            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-SUMMARY-AMT-2            PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(12)  VALUE SPACES.

       01  WS-NET-LINE.
           05  FILLER                      PIC X(22)  VALUE
               'NET AMOUNT TOTAL'.
           05  WS-NET-LINE-AMOUNT          PIC Z,ZZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(37)  VALUE SPACES.

       01  WS-REPORT-TEXT-LINE             PIC X(80)  VALUE SPACES.

           COPY FDOPSLG.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 9800-START-OPS-LOG THRU 9800-EXIT
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED AND WS-SEL-ENTRY-COUNT > ZERO
               PERFORM 0200-READ-INDEX-FILE THRU 0200-EXIT
               PERFORM 2000-SELECT-ONE-RECORD THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 4000-WRITE-CONTROL-ROW THRU 4000-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3000-WRITE-CONTROL-REPORT THRU 3000-EXIT
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .

      *----------------------------------------------------------------
      *    INITIALIZATION
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-CARD-COUNT WS-BAD-CARD-COUNT WS-READ-COUNT
                        WS-ROW-COUNT WS-SEL-ENTRY-COUNT
                        WS-LINE-COUNT WS-PAGE-NUMBER
           INITIALIZE WS-STATUS-TOTALS WS-GRAND-TOTALS
           SET WS-NOT-END-OF-FILE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT SELECTION-FILE
           IF WS-SELECTION-STATUS-OK
               SET WS-SELECTION-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILECSV: SELECTION-FILE OPEN FAILED, STATUS = '
                       WS-SELECTION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN INPUT INDEX-FILE
               IF WS-INDEX-STATUS-OK
                   SET WS-INDEX-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILECSV: INDEX-FILE OPEN FAILED, STATUS = '
                           WS-INDEX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT CSV-FILE
               IF WS-CSV-STATUS-OK
                   SET WS-CSV-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILECSV: CSV-FILE OPEN FAILED, STATUS = '
                           WS-CSV-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT CONTROL-REPORT-FILE
               IF WS-REPORT-STATUS-OK
                   SET WS-REPORT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILECSV: CONTROL-REPORT-FILE OPEN FAILED, '
                           'STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1500-LOAD-SELECTIONS THRU 1500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               MOVE WS-CSV-HEADER-ROW TO WS-CSV-LINE
               MOVE WS-CSV-HEADER-LENGTH TO WS-CSV-LENGTH
               PERFORM 5900-WRITE-CSV-LINE THRU 5900-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED AND WS-SEL-ENTRY-COUNT = ZERO
               DISPLAY 'FILECSV: NO SELECTION CARDS - NO ROWS '
                       'EXTRACTED TONIGHT'
           END-IF
           .
       1000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    LOAD AND EDIT THE SELECTION CARDS.
      *----------------------------------------------------------------
       1500-LOAD-SELECTIONS.
           PERFORM 1550-LOAD-ONE-SELECTION THRU 1550-EXIT
               UNTIL WS-SELECTION-END-OF-FILE OR WS-ABORT-REQUESTED
           .
       1500-EXIT.
           EXIT.

       1550-LOAD-ONE-SELECTION.
           READ SELECTION-FILE
               AT END
                   SET WS-SELECTION-END-OF-FILE TO TRUE
                   GO TO 1550-EXIT
           END-READ
           IF NOT WS-SELECTION-STATUS-GOOD
               DISPLAY 'FILECSV: SELECTION-FILE READ ERROR, STATUS = '
                       WS-SELECTION-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1550-EXIT
           END-IF
           MOVE SELECTION-RECORD TO WS-SELECTION-CARD
           IF WS-SELECTION-CARD (1:1) = '*'
                   AND NOT WS-SEL-ALL-REQUEST
               GO TO 1550-EXIT
           END-IF
           ADD 1 TO WS-CARD-COUNT
           IF WS-SEL-ENTRY-COUNT >= WS-SEL-ENTRY-MAX
               DISPLAY 'FILECSV: SELECTION TABLE FULL AT '
                       WS-SEL-ENTRY-MAX ' CARDS, RAISE THE LIMIT'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1550-EXIT
           END-IF
           ADD 1 TO WS-SEL-ENTRY-COUNT
           MOVE WS-SEL-ENTRY-COUNT TO WS-SEL-SUB
           INITIALIZE WS-SEL-ENTRY (WS-SEL-SUB)
           MOVE WS-SELECTION-CARD TO WS-SEL-ENT-CARD (WS-SEL-SUB)
           MOVE 'N' TO WS-SEL-ENT-VALID-FLAG (WS-SEL-SUB)
                       WS-SEL-ENT-ALL-FLAG (WS-SEL-SUB)
                       WS-SEL-ENT-DATE-FLAG (WS-SEL-SUB)
           IF WS-SEL-ALL-REQUEST
               IF WS-SELECTION-CARD (5:76) NOT = SPACES
                   PERFORM 1590-REGISTER-BAD-CARD THRU 1590-EXIT
                   GO TO 1550-EXIT
               END-IF
               MOVE 'Y' TO WS-SEL-ENT-ALL-FLAG (WS-SEL-SUB)
                           WS-SEL-ENT-VALID-FLAG (WS-SEL-SUB)
               GO TO 1550-EXIT
           END-IF
           IF WS-SELECTION-CARD = SPACES
               PERFORM 1590-REGISTER-BAD-CARD THRU 1590-EXIT
               GO TO 1550-EXIT
           END-IF
           IF WS-SEL-LOW-KEY NOT = SPACES
                   AND WS-SEL-HIGH-KEY NOT = SPACES
                   AND WS-SEL-LOW-KEY > WS-SEL-HIGH-KEY
               PERFORM 1590-REGISTER-BAD-CARD THRU 1590-EXIT
               GO TO 1550-EXIT
           END-IF
           IF WS-SEL-STATUS NOT = SPACES
                   AND NOT WS-SEL-STATUS-VALID
               PERFORM 1590-REGISTER-BAD-CARD THRU 1590-EXIT
               GO TO 1550-EXIT
           END-IF
           IF WS-SEL-FROM-TEXT NOT = SPACES
                   OR WS-SEL-TO-TEXT NOT = SPACES
               IF WS-SEL-FROM-DATE NOT NUMERIC
                       OR WS-SEL-TO-DATE NOT NUMERIC
                       OR WS-SEL-FROM-DATE > WS-SEL-TO-DATE
                   PERFORM 1590-REGISTER-BAD-CARD THRU 1590-EXIT
                   GO TO 1550-EXIT
               END-IF
               MOVE 'Y' TO WS-SEL-ENT-DATE-FLAG (WS-SEL-SUB)
               MOVE WS-SEL-FROM-DATE
                   TO WS-SEL-ENT-FROM-DATE (WS-SEL-SUB)
               MOVE WS-SEL-TO-DATE TO WS-SEL-ENT-TO-DATE (WS-SEL-SUB)
           END-IF
           MOVE WS-SEL-LOW-KEY TO WS-SEL-ENT-LOW-KEY (WS-SEL-SUB)
           MOVE WS-SEL-HIGH-KEY TO WS-SEL-ENT-HIGH-KEY (WS-SEL-SUB)
           MOVE WS-SEL-STATUS TO WS-SEL-ENT-STATUS (WS-SEL-SUB)
           MOVE WS-SEL-SOURCE TO WS-SEL-ENT-SOURCE (WS-SEL-SUB)
           MOVE WS-SEL-SOURCE TO WS-CSV-TEXT
           PERFORM 5250-FIND-LAST-CHARACTER THRU 5250-EXIT
           MOVE WS-CSV-TO TO WS-SEL-ENT-SOURCE-LEN (WS-SEL-SUB)
           MOVE 'Y' TO WS-SEL-ENT-VALID-FLAG (WS-SEL-SUB)
           .
       1550-EXIT.
           EXIT.

       1590-REGISTER-BAD-CARD.
           ADD 1 TO WS-BAD-CARD-COUNT
           DISPLAY 'FILECSV: INVALID SELECTION CARD - '
                   WS-SELECTION-CARD (1:44)
           .
       1590-EXIT.
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
               DISPLAY 'FILECSV: INDEX-FILE READ ERROR, STATUS = '
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
      *    OFFER ONE INDEX RECORD TO THE CARDS IN DECK ORDER.  THE
      *    FIRST CARD THAT SELECTS IT TAKES THE ROW - A RECORD TWO
      *    CARDS BOTH SELECT IS STILL EXTRACTED ONLY ONCE.
      *----------------------------------------------------------------
       2000-SELECT-ONE-RECORD.
           MOVE ZERO TO WS-SEL-SUB
           MOVE 'N' TO WS-CARD-MATCH-SWITCH
           PERFORM 2100-MATCH-ONE-CARD THRU 2100-EXIT
               UNTIL WS-CARD-MATCHED
                   OR WS-SEL-SUB >= WS-SEL-ENTRY-COUNT
           IF WS-CARD-MATCHED
               ADD 1 TO WS-SEL-ENT-ROW-COUNT (WS-SEL-SUB)
               PERFORM 2500-WRITE-CSV-ROW THRU 2500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-READ-INDEX-FILE THRU 0200-EXIT
           END-IF
           .
       2000-EXIT.
           EXIT.

       2100-MATCH-ONE-CARD.
           ADD 1 TO WS-SEL-SUB
           IF NOT WS-SEL-ENT-VALID (WS-SEL-SUB)
               GO TO 2100-EXIT
           END-IF
           IF WS-SEL-ENT-ALL (WS-SEL-SUB)
               SET WS-CARD-MATCHED TO TRUE
               GO TO 2100-EXIT
           END-IF
           IF WS-SEL-ENT-LOW-KEY (WS-SEL-SUB) NOT = SPACES
                   AND FD-RECORD-KEY OF INDEX-RECORD
                       < WS-SEL-ENT-LOW-KEY (WS-SEL-SUB)
               GO TO 2100-EXIT
           END-IF
           IF WS-SEL-ENT-HIGH-KEY (WS-SEL-SUB) NOT = SPACES
                   AND FD-RECORD-KEY OF INDEX-RECORD
                       > WS-SEL-ENT-HIGH-KEY (WS-SEL-SUB)
               GO TO 2100-EXIT
           END-IF
           IF WS-SEL-ENT-STATUS (WS-SEL-SUB) NOT = SPACES
                   AND FD-RECORD-STATUS-CODE OF INDEX-RECORD
                       NOT = WS-SEL-ENT-STATUS (WS-SEL-SUB)
               GO TO 2100-EXIT
           END-IF
           IF WS-SEL-ENT-HAS-DATES (WS-SEL-SUB)
               IF FD-RECORD-DATE OF INDEX-RECORD NOT NUMERIC
                   GO TO 2100-EXIT
               END-IF
               IF FD-RECORD-DATE OF INDEX-RECORD
                       < WS-SEL-ENT-FROM-DATE (WS-SEL-SUB)
                   OR FD-RECORD-DATE OF INDEX-RECORD
                       > WS-SEL-ENT-TO-DATE (WS-SEL-SUB)
                   GO TO 2100-EXIT
               END-IF
           END-IF
           IF WS-SEL-ENT-SOURCE-LEN (WS-SEL-SUB) > ZERO
               MOVE WS-SEL-ENT-SOURCE-LEN (WS-SEL-SUB)
                   TO WS-CSV-PIECE-LENGTH
               IF FD-RECORD-SOURCE-NAME OF INDEX-RECORD
                       (1:WS-CSV-PIECE-LENGTH)
                   NOT = WS-SEL-ENT-SOURCE (WS-SEL-SUB)
                       (1:WS-CSV-PIECE-LENGTH)
                   GO TO 2100-EXIT
               END-IF
           END-IF
           SET WS-CARD-MATCHED TO TRUE
           .
       2100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ONE EXTRACT ROW, AND ITS SHARE OF THE TOTALS.
      *----------------------------------------------------------------
       2500-WRITE-CSV-ROW.
           PERFORM 5000-START-CSV-LINE THRU 5000-EXIT
           MOVE FD-RECORD-KEY OF INDEX-RECORD TO WS-CSV-TEXT
           PERFORM 5300-ADD-QUOTED-FIELD THRU 5300-EXIT
           MOVE FD-RECORD-STATUS-CODE OF INDEX-RECORD TO WS-CSV-TEXT
           PERFORM 5300-ADD-QUOTED-FIELD THRU 5300-EXIT
           MOVE FD-RECORD-DATE OF INDEX-RECORD TO WS-CSV-DATE
           PERFORM 5400-ADD-DATE-FIELD THRU 5400-EXIT
           MOVE FD-RECORD-AMOUNT-1 OF INDEX-RECORD
               TO WS-CSV-AMOUNT-EDIT
           MOVE WS-CSV-AMOUNT-EDIT TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE FD-RECORD-AMOUNT-2 OF INDEX-RECORD
               TO WS-CSV-AMOUNT-EDIT
           MOVE WS-CSV-AMOUNT-EDIT TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE FD-RECORD-NET-AMOUNT OF INDEX-RECORD
               TO WS-CSV-AMOUNT-EDIT
           MOVE WS-CSV-AMOUNT-EDIT TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           IF FD-RECORD-SOURCE-SEQ OF INDEX-RECORD NUMERIC
               MOVE FD-RECORD-SOURCE-SEQ OF INDEX-RECORD
                   TO WS-CSV-COUNT-EDIT
               MOVE WS-CSV-COUNT-EDIT TO WS-CSV-TEXT
           ELSE
               MOVE SPACES TO WS-CSV-TEXT
           END-IF
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE FD-RECORD-SOURCE-NAME OF INDEX-RECORD TO WS-CSV-TEXT
           PERFORM 5300-ADD-QUOTED-FIELD THRU 5300-EXIT
           MOVE FD-RECORD-RUN-DATE OF INDEX-RECORD TO WS-CSV-DATE
           PERFORM 5400-ADD-DATE-FIELD THRU 5400-EXIT
           IF FD-RECORD-RESTORED OF INDEX-RECORD
               MOVE 'Y' TO WS-CSV-TEXT
           ELSE
               MOVE 'N' TO WS-CSV-TEXT
           END-IF
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           IF FD-RECORD-RESTORED OF INDEX-RECORD
               MOVE FD-RECORD-RESTORE-DATE OF INDEX-RECORD
                   TO WS-CSV-DATE
           ELSE
               MOVE ZERO TO WS-CSV-DATE
           END-IF
           PERFORM 5400-ADD-DATE-FIELD THRU 5400-EXIT
           PERFORM 5900-WRITE-CSV-LINE THRU 5900-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 2500-EXIT
           END-IF
           ADD 1 TO WS-ROW-COUNT
           EVALUATE TRUE
               WHEN FD-STATUS-ACTIVE OF INDEX-RECORD
                   MOVE WS-ACTIVE-SUB TO WS-STATUS-SUB
               WHEN FD-STATUS-CLOSED OF INDEX-RECORD
                   MOVE WS-CLOSED-SUB TO WS-STATUS-SUB
               WHEN FD-STATUS-PENDING OF INDEX-RECORD
                   MOVE WS-PENDING-SUB TO WS-STATUS-SUB
               WHEN OTHER
                   MOVE WS-OTHER-SUB TO WS-STATUS-SUB
           END-EVALUATE
           ADD 1 TO WS-STA-COUNT (WS-STATUS-SUB)
           ADD FD-RECORD-AMOUNT-1 OF INDEX-RECORD
               TO WS-STA-AMT-1-TOTAL (WS-STATUS-SUB)
                  WS-GRAND-AMT-1-TOTAL
           ADD FD-RECORD-AMOUNT-2 OF INDEX-RECORD
               TO WS-STA-AMT-2-TOTAL (WS-STATUS-SUB)
                  WS-GRAND-AMT-2-TOTAL
           ADD FD-RECORD-NET-AMOUNT OF INDEX-RECORD
               TO WS-STA-NET-TOTAL (WS-STATUS-SUB)
                  WS-GRAND-NET-TOTAL
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    THE CLOSING CONTROL ROW - LABEL/VALUE PAIRS, SO IT READS
      *    ON ITS OWN IN A SPREADSHEET AND CANNOT BE MISTAKEN FOR A
      *    RECORD (EVERY RECORD ROW STARTS WITH A QUOTED KEY).
      *----------------------------------------------------------------
       4000-WRITE-CONTROL-ROW.
           PERFORM 5000-START-CSV-LINE THRU 5000-EXIT
           MOVE 'CONTROL' TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE 'ROWS' TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE WS-ROW-COUNT TO WS-CSV-COUNT-EDIT
           MOVE WS-CSV-COUNT-EDIT TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE 'AMOUNT_1_TOTAL' TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE WS-GRAND-AMT-1-TOTAL TO WS-CSV-AMOUNT-EDIT
           MOVE WS-CSV-AMOUNT-EDIT TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE 'AMOUNT_2_TOTAL' TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE WS-GRAND-AMT-2-TOTAL TO WS-CSV-AMOUNT-EDIT
           MOVE WS-CSV-AMOUNT-EDIT TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE 'NET_AMOUNT_TOTAL' TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           MOVE WS-GRAND-NET-TOTAL TO WS-CSV-AMOUNT-EDIT
           MOVE WS-CSV-AMOUNT-EDIT TO WS-CSV-TEXT
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           PERFORM 5900-WRITE-CSV-LINE THRU 5900-EXIT
           .
       4000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    CONTROL REPORT - THE CARD DECK WITH THE ROWS EACH CARD
      *    TOOK, THEN THE EXTRACT'S TOTALS BY STATUS IN THE BUSRPT
      *    LAYOUT AND THE NET AMOUNT TOTAL.
      *----------------------------------------------------------------
       3000-WRITE-CONTROL-REPORT.
           PERFORM 3900-WRITE-REPORT-HEADINGS THRU 3900-EXIT
           MOVE ZERO TO WS-SEL-SUB
           PERFORM 3100-WRITE-CARD-LINE THRU 3100-EXIT
               UNTIL WS-SEL-SUB >= WS-SEL-ENTRY-COUNT
                   OR WS-ABORT-REQUESTED
           MOVE SPACES TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE WS-STATUS-HEADING TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE ZERO TO WS-STATUS-SUB
           PERFORM 3200-WRITE-STATUS-LINE THRU 3200-EXIT
               UNTIL WS-STATUS-SUB >= WS-OTHER-SUB
                   OR WS-ABORT-REQUESTED
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE 'TOTAL' TO WS-SUMMARY-LABEL
           MOVE WS-ROW-COUNT TO WS-SUMMARY-COUNT
           MOVE WS-GRAND-AMT-1-TOTAL TO WS-SUMMARY-AMT-1
           MOVE WS-GRAND-AMT-2-TOTAL TO WS-SUMMARY-AMT-2
           MOVE WS-SUMMARY-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           MOVE WS-GRAND-NET-TOTAL TO WS-NET-LINE-AMOUNT
           MOVE WS-NET-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           .
       3000-EXIT.
           EXIT.

       3100-WRITE-CARD-LINE.
           ADD 1 TO WS-SEL-SUB
           MOVE SPACES TO WS-CARD-LINE
           MOVE WS-SEL-SUB TO WS-CARD-LINE-NUMBER
           MOVE WS-SEL-ENT-CARD (WS-SEL-SUB) (1:42)
               TO WS-CARD-LINE-TEXT
           IF WS-SEL-ENT-VALID (WS-SEL-SUB)
               MOVE WS-SEL-ENT-ROW-COUNT (WS-SEL-SUB)
                   TO WS-CARD-LINE-ROWS
           ELSE
               MOVE ZERO TO WS-CARD-LINE-ROWS
               MOVE 'INVALID CARD' TO WS-CARD-LINE-NOTE
           END-IF
           MOVE WS-CARD-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           IF WS-SEL-ENT-CARD (WS-SEL-SUB) (44:37) NOT = SPACES
               MOVE WS-SEL-ENT-CARD (WS-SEL-SUB) (44:37)
                   TO WS-CARD-SOURCE-TEXT
               MOVE WS-CARD-SOURCE-LINE TO WS-REPORT-TEXT-LINE
               PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           END-IF
           .
       3100-EXIT.
           EXIT.

      *    THE CATCH-ALL ROW PRINTS ONLY WHEN SOMETHING LANDED IN IT.
       3200-WRITE-STATUS-LINE.
           ADD 1 TO WS-STATUS-SUB
           IF WS-STATUS-SUB = WS-OTHER-SUB
                   AND WS-STA-COUNT (WS-STATUS-SUB) = ZERO
               GO TO 3200-EXIT
           END-IF
           MOVE SPACES TO WS-SUMMARY-LINE
           MOVE WS-STATUS-LABEL (WS-STATUS-SUB) TO WS-SUMMARY-LABEL
           MOVE WS-STA-COUNT (WS-STATUS-SUB) TO WS-SUMMARY-COUNT
           MOVE WS-STA-AMT-1-TOTAL (WS-STATUS-SUB) TO WS-SUMMARY-AMT-1
           MOVE WS-STA-AMT-2-TOTAL (WS-STATUS-SUB) TO WS-SUMMARY-AMT-2
           MOVE WS-SUMMARY-LINE TO WS-REPORT-TEXT-LINE
           PERFORM 3950-WRITE-REPORT-LINE THRU 3950-EXIT
           .
       3200-EXIT.
           EXIT.

       3900-WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-RUN-DATE TO WS-HEADING-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HEADING-PAGE
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-HEADING-1
           IF NOT WS-REPORT-STATUS-OK
               GO TO 3900-WRITE-ERROR
           END-IF
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-HEADING-2
           IF NOT WS-REPORT-STATUS-OK
               GO TO 3900-WRITE-ERROR
           END-IF
           GO TO 3900-EXIT
           .
       3900-WRITE-ERROR.
           DISPLAY 'FILECSV: CONTROL-REPORT-FILE WRITE FAILED, '
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
           WRITE CONTROL-REPORT-RECORD FROM WS-REPORT-TEXT-LINE
           IF WS-REPORT-STATUS-OK
               ADD 1 TO WS-LINE-COUNT
           ELSE
               DISPLAY 'FILECSV: CONTROL-REPORT-FILE WRITE FAILED, '
                       'STATUS = ' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       3950-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    DELIMITED-ROW BUILDING
      *----------------------------------------------------------------
       5000-START-CSV-LINE.
           MOVE SPACES TO WS-CSV-LINE
           MOVE ZERO TO WS-CSV-LENGTH WS-CSV-FIELD-COUNT
           .
       5000-EXIT.
           EXIT.

       5100-ADD-SEPARATOR.
           IF WS-CSV-FIELD-COUNT > ZERO
               ADD 1 TO WS-CSV-LENGTH
               MOVE ',' TO WS-CSV-LINE (WS-CSV-LENGTH:1)
           END-IF
           ADD 1 TO WS-CSV-FIELD-COUNT
           .
       5100-EXIT.
           EXIT.

      *    A NUMBER, DATE OR FLAG - NOTHING IN IT NEEDS QUOTING.  AN
      *    ALL-BLANK FIELD GOES OUT EMPTY BETWEEN ITS TWO COMMAS.
       5200-ADD-PLAIN-FIELD.
           PERFORM 5100-ADD-SEPARATOR THRU 5100-EXIT
           PERFORM 5250-FIND-LAST-CHARACTER THRU 5250-EXIT
           MOVE 1 TO WS-CSV-FROM
           MOVE 'N' TO WS-CSV-SCAN-SWITCH
           PERFORM 5270-SCAN-FORWARD THRU 5270-EXIT
               UNTIL WS-CSV-SCAN-DONE
           IF WS-CSV-FROM > WS-CSV-TO
               GO TO 5200-EXIT
           END-IF
           COMPUTE WS-CSV-PIECE-LENGTH = WS-CSV-TO - WS-CSV-FROM + 1
           MOVE WS-CSV-TEXT (WS-CSV-FROM:WS-CSV-PIECE-LENGTH)
               TO WS-CSV-LINE (WS-CSV-LENGTH + 1:WS-CSV-PIECE-LENGTH)
           ADD WS-CSV-PIECE-LENGTH TO WS-CSV-LENGTH
           .
       5200-EXIT.
           EXIT.

      *    WS-CSV-TO ENDS AT THE LAST NON-BLANK OF WS-CSV-TEXT, ZERO
      *    WHEN IT IS ALL BLANK.
       5250-FIND-LAST-CHARACTER.
           MOVE WS-CSV-TEXT-MAX TO WS-CSV-TO
           MOVE 'N' TO WS-CSV-SCAN-SWITCH
           PERFORM 5260-SCAN-BACKWARD THRU 5260-EXIT
               UNTIL WS-CSV-SCAN-DONE
           .
       5250-EXIT.
           EXIT.

       5260-SCAN-BACKWARD.
           IF WS-CSV-TO = ZERO
               SET WS-CSV-SCAN-DONE TO TRUE
               GO TO 5260-EXIT
           END-IF
           IF WS-CSV-TEXT (WS-CSV-TO:1) NOT = SPACE
               SET WS-CSV-SCAN-DONE TO TRUE
               GO TO 5260-EXIT
           END-IF
           SUBTRACT 1 FROM WS-CSV-TO
           .
       5260-EXIT.
           EXIT.

       5270-SCAN-FORWARD.
           IF WS-CSV-FROM > WS-CSV-TO
               SET WS-CSV-SCAN-DONE TO TRUE
               GO TO 5270-EXIT
           END-IF
           IF WS-CSV-TEXT (WS-CSV-FROM:1) NOT = SPACE
               SET WS-CSV-SCAN-DONE TO TRUE
               GO TO 5270-EXIT
           END-IF
           ADD 1 TO WS-CSV-FROM
           .
       5270-EXIT.
           EXIT.

      *    TEXT - ALWAYS IN QUOTES, WITH EVERY EMBEDDED QUOTE DOUBLED.
      *    LEADING BLANKS ARE KEPT; THEY ARE PART OF THE VALUE.
       5300-ADD-QUOTED-FIELD.
           PERFORM 5100-ADD-SEPARATOR THRU 5100-EXIT
           PERFORM 5250-FIND-LAST-CHARACTER THRU 5250-EXIT
           ADD 1 TO WS-CSV-LENGTH
           MOVE '"' TO WS-CSV-LINE (WS-CSV-LENGTH:1)
           MOVE 1 TO WS-CSV-FROM
           PERFORM 5350-COPY-QUOTED-CHARACTER THRU 5350-EXIT
               UNTIL WS-CSV-FROM > WS-CSV-TO
           ADD 1 TO WS-CSV-LENGTH
           MOVE '"' TO WS-CSV-LINE (WS-CSV-LENGTH:1)
           .
       5300-EXIT.
           EXIT.

       5350-COPY-QUOTED-CHARACTER.
           IF WS-CSV-TEXT (WS-CSV-FROM:1) = '"'
               ADD 1 TO WS-CSV-LENGTH
               MOVE '"' TO WS-CSV-LINE (WS-CSV-LENGTH:1)
           END-IF
           ADD 1 TO WS-CSV-LENGTH
           MOVE WS-CSV-TEXT (WS-CSV-FROM:1)
               TO WS-CSV-LINE (WS-CSV-LENGTH:1)
           ADD 1 TO WS-CSV-FROM
           .
       5350-EXIT.
           EXIT.

      *    YYYY-MM-DD, OR AN EMPTY FIELD FOR A ZERO OR UNREADABLE
      *    DATE - A SPREADSHEET TREATS A MADE-UP DATE AS A REAL ONE.
       5400-ADD-DATE-FIELD.
           MOVE SPACES TO WS-CSV-TEXT
           IF WS-CSV-DATE NUMERIC AND WS-CSV-DATE > ZERO
               MOVE WS-CSV-DATE-YEAR TO WS-ISO-YEAR
               MOVE WS-CSV-DATE-MONTH TO WS-ISO-MONTH
               MOVE WS-CSV-DATE-DAY TO WS-ISO-DAY
               MOVE WS-CSV-ISO-DATE TO WS-CSV-TEXT
           END-IF
           PERFORM 5200-ADD-PLAIN-FIELD THRU 5200-EXIT
           .
       5400-EXIT.
           EXIT.

      *    WS-CSV-LENGTH IS THE ROW'S TRUE LENGTH - THE BUILD
      *    PARAGRAPHS KEEP IT, AND THE HEADER ROW SETS ITS OWN.
       5900-WRITE-CSV-LINE.
           WRITE CSV-RECORD FROM WS-CSV-LINE
           IF NOT WS-CSV-STATUS-OK
               DISPLAY 'FILECSV: CSV-FILE WRITE FAILED, STATUS = '
                       WS-CSV-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       5900-EXIT.
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
           MOVE 'FILECSV' TO OL-STEP-NAME
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
           MOVE 'FILECSV' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           MOVE WS-READ-COUNT TO OL-READ-COUNT
           MOVE WS-ROW-COUNT TO OL-WRITTEN-COUNT
           MOVE WS-BAD-CARD-COUNT TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILECSV: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILECSV: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB.  INVALID CARDS END WITH THE WARNING RETURN
      *    CODE SO THE REQUESTER FINDS OUT BEFORE OPENING THE FILE.
      *----------------------------------------------------------------
       9999-END.
           IF WS-SELECTION-FILE-OPEN
               CLOSE SELECTION-FILE
               IF NOT WS-SELECTION-STATUS-OK
                   DISPLAY 'FILECSV: SELECTION-FILE CLOSE FAILED, '
                           'STATUS = ' WS-SELECTION-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-INDEX-FILE-OPEN
               CLOSE INDEX-FILE
               IF NOT WS-INDEX-STATUS-OK
                   DISPLAY 'FILECSV: INDEX-FILE CLOSE FAILED, '
                           'STATUS = ' WS-INDEX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-CSV-FILE-OPEN
               CLOSE CSV-FILE
               IF NOT WS-CSV-STATUS-OK
                   DISPLAY 'FILECSV: CSV-FILE CLOSE FAILED, STATUS = '
                           WS-CSV-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-REPORT-FILE-OPEN
               CLOSE CONTROL-REPORT-FILE
               IF NOT WS-REPORT-STATUS-OK
                   DISPLAY 'FILECSV: CONTROL-REPORT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-BAD-CARD-COUNT > ZERO AND RETURN-CODE = ZERO
               MOVE WS-WARNING-RETURN-CODE TO RETURN-CODE
           END-IF
           DISPLAY 'FILECSV: SELECTION CARDS   = ' WS-CARD-COUNT
           DISPLAY 'FILECSV: INVALID CARDS     = ' WS-BAD-CARD-COUNT
           DISPLAY 'FILECSV: INDEX READ        = ' WS-READ-COUNT
           DISPLAY 'FILECSV: ROWS EXTRACTED    = ' WS-ROW-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
