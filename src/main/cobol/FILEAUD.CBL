      **********************************************************************
      * AUTHOR:    RJM
      * DATE:      15 OCT 2026
      * PURPOSE:   CHANGE-HISTORY INQUIRY FOR AUDIT AND THE BRANCHES.
      *            ANSWERS "WHO CHANGED THIS RECORD, AND WHEN" FROM THE
      *            RETAINED JOURNAL HISTORY FILEHST ROLLS EACH NIGHT
      *            (FDJRNL ENTRIES, OLDEST FIRST).  THE REQUEST CARDS
      *            FOLLOW FILEINQ'S CONVENTION - A PLAIN KEY IN
      *            COLUMNS 1-10, OR A '*' TAG IN COLUMN 1:
      *              *RANGE   START KEY 9-18, END KEY 20-29
      *              *PGM     PROGRAM 9-16, FROM DATE 18-25, TO DATE
      *                       27-34 (YYYYMMDD) - EVERYTHING ONE
      *                       PROGRAM DID TO THE INDEX IN THAT WINDOW
      *            EACH MATCHING ADD, CHANGE AND DELETE PRINTS AS ONE
      *            TIMELINE LINE - DATE, TIME, ORIGINATING PROGRAM,
      *            ACTION, KEY, AND WHICH OF AMOUNT-1, AMOUNT-2, THE
      *            RECORD DATE AND THE STATUS CODE IT MOVED - FOLLOWED
      *            BY THE BEFORE AND AFTER VALUES OF THOSE FIELDS.
      *            THE HISTORY IS SEQUENTIAL, SO EVERY CARD READS IT
      *            FRONT TO BACK, THE WAY FILEINQ'S FILTER CARDS READ
      *            THE WHOLE INDEX; THE ANSWER COMES OUT IN TIME
      *            ORDER.  A KEY WITH NO HISTORY AND A CARD THAT
      *            CANNOT BE READ GO TO THE NOT-FOUND LISTING.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEAUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT REQUEST-FILE ASSIGN TO "REQDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REQUEST-FILE-STATUS.

       SELECT HISTORY-FILE ASSIGN TO "HSTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-HISTORY-FILE-STATUS.

       SELECT DETAIL-REPORT-FILE ASSIGN TO "RPTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-REPORT-FILE-STATUS.

       SELECT NOTFOUND-FILE ASSIGN TO "NFDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-NOTFOUND-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD REQUEST-FILE.
       01 REQUEST-RECORD                  PIC X(80).

       FD HISTORY-FILE.
           COPY FDJRNL REPLACING ==JR-RECORD== BY ==HISTORY-RECORD==.

       FD DETAIL-REPORT-FILE.
       01 DETAIL-REPORT-RECORD            PIC X(80).

       FD NOTFOUND-FILE.
       01 NOTFOUND-RECORD                 PIC X(80).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-REQUEST-FILE-STATUS     PIC X(02).
               88  WS-REQUEST-STATUS-OK         VALUE '00'.
               88  WS-REQUEST-STATUS-GOOD       VALUES '00' '10'.
           05  WS-HISTORY-FILE-STATUS     PIC X(02).
               88  WS-HISTORY-STATUS-OK         VALUE '00'.
               88  WS-HISTORY-STATUS-EOF        VALUE '10'.
           05  WS-REPORT-FILE-STATUS      PIC X(02).
               88  WS-REPORT-STATUS-OK          VALUE '00'.
           05  WS-NOTFOUND-FILE-STATUS    PIC X(02).
               88  WS-NOTFOUND-STATUS-OK        VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-FILE                     VALUE 'Y'.
               88  WS-NOT-END-OF-FILE                 VALUE 'N'.
           05  WS-ABORT-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-ABORT-REQUESTED                 VALUE 'Y'.
           05  WS-SCAN-DONE-SWITCH         PIC X(01)  VALUE 'N'.
               88  WS-SCAN-DONE                       VALUE 'Y'.
           05  WS-ENTRY-MATCH-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-ENTRY-MATCHES                   VALUE 'Y'.
           05  WS-REQUEST-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-REQUEST-FILE-OPEN                VALUE 'Y'.
           05  WS-HISTORY-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-HISTORY-FILE-OPEN                VALUE 'Y'.
           05  WS-REPORT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-REPORT-FILE-OPEN                 VALUE 'Y'.
           05  WS-NOTFOUND-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-NOTFOUND-FILE-OPEN               VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-REQUEST-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-FOUND-COUNT              PIC 9(09)  COMP  VALUE ZERO.
           05  WS-NOT-FOUND-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-BAD-KEY-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-REQUEST-FOUND-COUNT      PIC 9(09)  COMP  VALUE ZERO.
           05  WS-SCAN-COUNT               PIC 9(09)  COMP  VALUE ZERO.

      *    PAGE CONTROL - THE HEADINGS REPEAT EVERY PAGE SO A LONG
      *    TIMELINE STAYS READABLE OFF THE PRINTER.
       77  WS-PAGE-SIZE                    PIC 9(03)  COMP  VALUE 50.
       77  WS-LINE-COUNT                   PIC 9(03)  COMP  VALUE ZERO.
       77  WS-PAGE-NUMBER                  PIC 9(05)  COMP  VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.

      *    ALTERNATE VIEWS OF ONE REQUEST CARD.  COLUMN 1 = '*' MARKS
      *    AN EXTENDED REQUEST; ANYTHING ELSE IS A SINGLE EXACT KEY IN
      *    COLUMNS 1-10, AS FILEINQ TAKES THEM.
       01  WS-REQUEST-CARD.
           05  WS-REQUEST-TAG              PIC X(08).
               88  WS-REQ-RANGE-REQUEST         VALUE '*RANGE'.
               88  WS-REQ-PROGRAM-REQUEST       VALUE '*PGM'.
           05  FILLER                      PIC X(72).
       01  WS-REQUEST-KEY-CARD REDEFINES WS-REQUEST-CARD.
           05  WS-REQUEST-KEY              PIC X(10).
           05  FILLER                      PIC X(70).
       01  WS-REQUEST-RANGE-CARD REDEFINES WS-REQUEST-CARD.
           05  FILLER                      PIC X(08).
           05  WS-REQ-START-KEY            PIC X(10).
           05  FILLER                      PIC X(01).
           05  WS-REQ-END-KEY              PIC X(10).
           05  FILLER                      PIC X(51).
       01  WS-REQUEST-PROGRAM-CARD REDEFINES WS-REQUEST-CARD.
           05  FILLER                      PIC X(08).
           05  WS-REQ-PROGRAM              PIC X(08).
           05  FILLER                      PIC X(01).
           05  WS-REQ-FROM-DATE            PIC 9(08).
           05  FILLER                      PIC X(01).
           05  WS-REQ-TO-DATE              PIC 9(08).
           05  FILLER                      PIC X(46).

      *    THE BEFORE AND AFTER IMAGES OF THE ENTRY IN HAND, LAID OUT
      *    AS RECORDS SO THE FIELDS CAN BE COMPARED ONE BY ONE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==WS-JRN-BEFORE==.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==WS-JRN-AFTER==.

       01  WS-REPORT-HEADING-1.
           05  FILLER                      PIC X(34)  VALUE
               'FILEAUD - CHANGE HISTORY INQUIRY  '.
           05  FILLER                      PIC X(12)  VALUE
               'RUN DATE    '.
           05  WS-HEADING-RUN-DATE         PIC 9(08).
           05  FILLER                      PIC X(16)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE
               'PAGE '.
           05  WS-HEADING-PAGE             PIC ZZZZ9.

       01  WS-REPORT-HEADING-2.
           05  FILLER                      PIC X(10)  VALUE
               'DATE      '.
           05  FILLER                      PIC X(08)  VALUE
               'TIME    '.
           05  FILLER                      PIC X(10)  VALUE
               'PROGRAM   '.
           05  FILLER                      PIC X(08)  VALUE
               'ACTION  '.
           05  FILLER                      PIC X(12)  VALUE
               'KEY         '.
           05  FILLER                      PIC X(32)  VALUE
               'FIELDS MOVED'.

      *    ONE TIMELINE LINE PER JOURNAL ENTRY.  EACH FIELD THE ENTRY
      *    MOVED IS NAMED IN ITS OWN FIXED COLUMN, SO A RUN DOWN THE
      *    PAGE SHOWS AT A GLANCE WHICH FIELD KEPT CHANGING.  OTHER =
      *    THE IMAGES DIFFER ONLY OUTSIDE THOSE FOUR FIELDS (SOURCE
      *    PROVENANCE, RESTORE FLAG AND SO ON).
       01  WS-TIMELINE-LINE.
           05  WS-TIMELINE-DATE            PIC 9(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-TIMELINE-TIME            PIC 9(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-TIMELINE-PROGRAM         PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-TIMELINE-ACTION          PIC X(06).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-TIMELINE-KEY             PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-TIMELINE-MOVED.
               10  WS-MOVED-AMOUNT-1       PIC X(06).
               10  WS-MOVED-AMOUNT-2       PIC X(06).
               10  WS-MOVED-DATE           PIC X(05).
               10  WS-MOVED-STATUS         PIC X(07).
               10  WS-MOVED-OTHER          PIC X(05).
               10  FILLER                  PIC X(03).

      *    THE VALUES UNDER ONE TIMELINE LINE - BEFORE FOR A CHANGE
      *    OR DELETE, AFTER FOR AN ADD OR CHANGE.
       01  WS-VALUES-LINE.
           05  FILLER                      PIC X(04)  VALUE SPACES.
           05  WS-VALUES-LABEL             PIC X(08).
           05  WS-VALUES-AMOUNT-1          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-VALUES-AMOUNT-2          PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-VALUES-DATE              PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-VALUES-STATUS            PIC X(02).
           05  FILLER                      PIC X(18)  VALUE SPACES.

       01  WS-REQUEST-ECHO-LINE.
           05  FILLER                      PIC X(08)  VALUE
               'REQUEST '.
           05  WS-ECHO-CARD-TEXT           PIC X(40).
           05  FILLER                      PIC X(32)  VALUE SPACES.

       01  WS-FOUND-COUNT-LINE.
           05  FILLER                      PIC X(30)  VALUE
               'ENTRIES FOUND THIS REQUEST'.
           05  WS-FOUND-LINE-COUNT         PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(39)  VALUE SPACES.

       01  WS-NOTFOUND-LINE.
           05  WS-NOTFOUND-KEY             PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-NOTFOUND-REASON          PIC X(30).
           05  FILLER                      PIC X(38)  VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-READ-REQUEST-FILE THRU 0200-EXIT
               PERFORM 2000-PROCESS-ONE-REQUEST THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE OR WS-ABORT-REQUESTED
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .

      *----------------------------------------------------------------
      *    INITIALIZATION
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-REQUEST-COUNT WS-FOUND-COUNT
                        WS-NOT-FOUND-COUNT WS-BAD-KEY-COUNT
                        WS-SCAN-COUNT WS-LINE-COUNT WS-PAGE-NUMBER
           SET WS-NOT-END-OF-FILE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           OPEN INPUT REQUEST-FILE
           IF WS-REQUEST-STATUS-OK
               SET WS-REQUEST-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEAUD: REQUEST-FILE OPEN FAILED, STATUS = '
                       WS-REQUEST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT DETAIL-REPORT-FILE
               IF WS-REPORT-STATUS-OK
                   SET WS-REPORT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILEAUD: DETAIL-REPORT-FILE OPEN FAILED, '
                           'STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT NOTFOUND-FILE
               IF WS-NOTFOUND-STATUS-OK
                   SET WS-NOTFOUND-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILEAUD: NOTFOUND-FILE OPEN FAILED, '
                           'STATUS = ' WS-NOTFOUND-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1100-WRITE-REPORT-HEADINGS THRU 1100-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

       1100-WRITE-REPORT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-RUN-DATE TO WS-HEADING-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-HEADING-PAGE
           WRITE DETAIL-REPORT-RECORD FROM WS-REPORT-HEADING-1
           IF NOT WS-REPORT-STATUS-OK
               GO TO 1100-WRITE-ERROR
           END-IF
           WRITE DETAIL-REPORT-RECORD FROM WS-REPORT-HEADING-2
           IF NOT WS-REPORT-STATUS-OK
               GO TO 1100-WRITE-ERROR
           END-IF
           GO TO 1100-EXIT
           .
       1100-WRITE-ERROR.
           DISPLAY 'FILEAUD: DETAIL-REPORT-FILE WRITE FAILED, '
                   'STATUS = ' WS-REPORT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       1100-EXIT.
           EXIT.

      *    EVERY BODY LINE FUNNELS THROUGH HERE SO THE PAGE BREAK AND
      *    THE LINE COUNT STAY IN ONE PLACE.
       1200-WRITE-REPORT-LINE.
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM 1100-WRITE-REPORT-HEADINGS THRU 1100-EXIT
               IF WS-ABORT-REQUESTED
                   GO TO 1200-EXIT
               END-IF
           END-IF
           WRITE DETAIL-REPORT-RECORD
           IF WS-REPORT-STATUS-OK
               ADD 1 TO WS-LINE-COUNT
           ELSE
               DISPLAY 'FILEAUD: DETAIL-REPORT-FILE WRITE FAILED, '
                       'STATUS = ' WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    REQUEST-FILE READ
      *----------------------------------------------------------------
       0200-READ-REQUEST-FILE.
           READ REQUEST-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 0200-EXIT
           END-READ
           IF NOT WS-REQUEST-STATUS-GOOD
               DISPLAY 'FILEAUD: REQUEST-FILE READ ERROR, STATUS = '
                       WS-REQUEST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0200-EXIT
           END-IF
           ADD 1 TO WS-REQUEST-COUNT
           .
       0200-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    DISPATCH ONE REQUEST CARD.  A CARD THAT CANNOT BE READ IS
      *    LISTED ON THE NOT-FOUND FILE AND COSTS NO PASS OF THE
      *    HISTORY; EVERY GOOD CARD GETS ONE FULL PASS.
      *----------------------------------------------------------------
       2000-PROCESS-ONE-REQUEST.
           MOVE REQUEST-RECORD TO WS-REQUEST-CARD
           EVALUATE TRUE
               WHEN WS-REQ-RANGE-REQUEST
                   IF WS-REQ-START-KEY = SPACES
                           OR WS-REQ-END-KEY = SPACES
                           OR WS-REQ-START-KEY > WS-REQ-END-KEY
                       MOVE 'INVALID RANGE REQUEST'
                           TO WS-NOTFOUND-REASON
                       PERFORM 2900-REJECT-REQUEST-CARD THRU 2900-EXIT
                   ELSE
                       PERFORM 4000-SCAN-HISTORY THRU 4000-EXIT
                   END-IF
               WHEN WS-REQ-PROGRAM-REQUEST
                   IF WS-REQ-PROGRAM = SPACES
                           OR WS-REQ-FROM-DATE NOT NUMERIC
                           OR WS-REQ-TO-DATE NOT NUMERIC
                           OR WS-REQ-FROM-DATE > WS-REQ-TO-DATE
                       MOVE 'INVALID PROGRAM REQUEST'
                           TO WS-NOTFOUND-REASON
                       PERFORM 2900-REJECT-REQUEST-CARD THRU 2900-EXIT
                   ELSE
                       PERFORM 4000-SCAN-HISTORY THRU 4000-EXIT
                   END-IF
               WHEN WS-REQUEST-CARD (1:1) = '*'
                   MOVE 'UNRECOGNIZED REQUEST TAG'
                       TO WS-NOTFOUND-REASON
                   PERFORM 2900-REJECT-REQUEST-CARD THRU 2900-EXIT
               WHEN WS-REQUEST-KEY = SPACES
                   MOVE 'INVALID REQUEST KEY' TO WS-NOTFOUND-REASON
                   PERFORM 2900-REJECT-REQUEST-CARD THRU 2900-EXIT
               WHEN OTHER
                   PERFORM 4000-SCAN-HISTORY THRU 4000-EXIT
                   IF WS-REQUEST-FOUND-COUNT = ZERO
                           AND NOT WS-ABORT-REQUESTED
                       ADD 1 TO WS-NOT-FOUND-COUNT
                       MOVE WS-REQUEST-KEY TO WS-NOTFOUND-KEY
                       MOVE 'NO HISTORY FOR KEY'
                           TO WS-NOTFOUND-REASON
                       PERFORM 3100-WRITE-NOTFOUND-LINE THRU 3100-EXIT
                   END-IF
           END-EVALUATE
           PERFORM 0200-READ-REQUEST-FILE THRU 0200-EXIT
           .
       2000-EXIT.
           EXIT.

       2900-REJECT-REQUEST-CARD.
           ADD 1 TO WS-BAD-KEY-COUNT
           MOVE WS-REQUEST-CARD (1:10) TO WS-NOTFOUND-KEY
           PERFORM 3100-WRITE-NOTFOUND-LINE THRU 3100-EXIT
           .
       2900-EXIT.
           EXIT.

       3100-WRITE-NOTFOUND-LINE.
           WRITE NOTFOUND-RECORD FROM WS-NOTFOUND-LINE
           IF NOT WS-NOTFOUND-STATUS-OK
               DISPLAY 'FILEAUD: NOTFOUND-FILE WRITE FAILED, '
                       'STATUS = ' WS-NOTFOUND-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       3100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ONE PASS OF THE HISTORY FOR ONE CARD.  THE CARD IS ECHOED
      *    AHEAD OF ITS TIMELINE AND CLOSED WITH ITS OWN FOUND COUNT,
      *    AS FILEINQ DOES FOR ITS BROWSE AND FILTER CARDS.  A HISTORY
      *    THAT WILL NOT OPEN ENDS THE RUN - NO CARD CAN BE ANSWERED.
      *----------------------------------------------------------------
       4000-SCAN-HISTORY.
           PERFORM 4800-ECHO-REQUEST-CARD THRU 4800-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 4000-EXIT
           END-IF
           MOVE ZERO TO WS-REQUEST-FOUND-COUNT
           MOVE 'N' TO WS-SCAN-DONE-SWITCH
           OPEN INPUT HISTORY-FILE
           IF WS-HISTORY-STATUS-OK
               SET WS-HISTORY-FILE-OPEN TO TRUE
           ELSE
               DISPLAY 'FILEAUD: HISTORY-FILE OPEN FAILED, STATUS = '
                       WS-HISTORY-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 4000-EXIT
           END-IF
           ADD 1 TO WS-SCAN-COUNT
           PERFORM 4100-SCAN-ONE-ENTRY THRU 4100-EXIT
               UNTIL WS-SCAN-DONE OR WS-ABORT-REQUESTED
           CLOSE HISTORY-FILE
           MOVE 'N' TO WS-HISTORY-OPEN-SWITCH
           PERFORM 4900-WRITE-FOUND-COUNT THRU 4900-EXIT
           .
       4000-EXIT.
           EXIT.

      *    AN ENTRY WITH NO USABLE DATE OR ACTION NEVER MATCHES - IT
      *    COULD NOT BE PLACED ON A TIMELINE.
       4100-SCAN-ONE-ENTRY.
           PERFORM 4600-READ-NEXT-ENTRY THRU 4600-EXIT
           IF WS-SCAN-DONE OR WS-ABORT-REQUESTED
               GO TO 4100-EXIT
           END-IF
           IF JR-DATE OF HISTORY-RECORD NOT NUMERIC
                   OR NOT JR-ACTION-VALID-CODES OF HISTORY-RECORD
               GO TO 4100-EXIT
           END-IF
           MOVE 'N' TO WS-ENTRY-MATCH-SWITCH
           EVALUATE TRUE
               WHEN WS-REQ-RANGE-REQUEST
                   IF JR-KEY OF HISTORY-RECORD >= WS-REQ-START-KEY
                       AND JR-KEY OF HISTORY-RECORD <= WS-REQ-END-KEY
                       SET WS-ENTRY-MATCHES TO TRUE
                   END-IF
               WHEN WS-REQ-PROGRAM-REQUEST
                   IF JR-PROGRAM OF HISTORY-RECORD = WS-REQ-PROGRAM
                       AND JR-DATE OF HISTORY-RECORD
                           >= WS-REQ-FROM-DATE
                       AND JR-DATE OF HISTORY-RECORD
                           <= WS-REQ-TO-DATE
                       SET WS-ENTRY-MATCHES TO TRUE
                   END-IF
               WHEN OTHER
                   IF JR-KEY OF HISTORY-RECORD = WS-REQUEST-KEY
                       SET WS-ENTRY-MATCHES TO TRUE
                   END-IF
           END-EVALUATE
           IF WS-ENTRY-MATCHES
               ADD 1 TO WS-FOUND-COUNT
               ADD 1 TO WS-REQUEST-FOUND-COUNT
               PERFORM 5000-WRITE-TIMELINE-ENTRY THRU 5000-EXIT
           END-IF
           .
       4100-EXIT.
           EXIT.

       4600-READ-NEXT-ENTRY.
           READ HISTORY-FILE
           EVALUATE TRUE
               WHEN WS-HISTORY-STATUS-OK
                   CONTINUE
               WHEN WS-HISTORY-STATUS-EOF
                   SET WS-SCAN-DONE TO TRUE
               WHEN OTHER
                   DISPLAY 'FILEAUD: HISTORY-FILE READ ERROR, '
                           'STATUS = ' WS-HISTORY-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
           END-EVALUATE
           .
       4600-EXIT.
           EXIT.

       4800-ECHO-REQUEST-CARD.
           MOVE WS-REQUEST-CARD (1:40) TO WS-ECHO-CARD-TEXT
           MOVE WS-REQUEST-ECHO-LINE TO DETAIL-REPORT-RECORD
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           .
       4800-EXIT.
           EXIT.

       4900-WRITE-FOUND-COUNT.
           IF WS-ABORT-REQUESTED
               GO TO 4900-EXIT
           END-IF
           MOVE WS-REQUEST-FOUND-COUNT TO WS-FOUND-LINE-COUNT
           MOVE WS-FOUND-COUNT-LINE TO DETAIL-REPORT-RECORD
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           .
       4900-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    ONE TIMELINE ENTRY.  AN ADD HAS NO BEFORE IMAGE AND A
      *    DELETE NO AFTER IMAGE, SO EACH PRINTS ONLY THE SIDE IT
      *    HAS; A CHANGE PRINTS BOTH, AND NAMES THE FIELDS THAT MOVED.
      *----------------------------------------------------------------
       5000-WRITE-TIMELINE-ENTRY.
           MOVE JR-BEFORE-IMAGE OF HISTORY-RECORD TO WS-JRN-BEFORE
           MOVE JR-AFTER-IMAGE OF HISTORY-RECORD  TO WS-JRN-AFTER
           MOVE JR-DATE OF HISTORY-RECORD    TO WS-TIMELINE-DATE
           MOVE JR-TIME OF HISTORY-RECORD    TO WS-TIMELINE-TIME
           MOVE JR-PROGRAM OF HISTORY-RECORD TO WS-TIMELINE-PROGRAM
           MOVE JR-KEY OF HISTORY-RECORD     TO WS-TIMELINE-KEY
           MOVE SPACES TO WS-TIMELINE-MOVED
           EVALUATE TRUE
               WHEN JR-ACTION-ADD OF HISTORY-RECORD
                   MOVE 'ADD' TO WS-TIMELINE-ACTION
               WHEN JR-ACTION-CHANGE OF HISTORY-RECORD
                   MOVE 'CHANGE' TO WS-TIMELINE-ACTION
                   PERFORM 5100-FLAG-MOVED-FIELDS THRU 5100-EXIT
               WHEN OTHER
                   MOVE 'DELETE' TO WS-TIMELINE-ACTION
           END-EVALUATE
           MOVE WS-TIMELINE-LINE TO DETAIL-REPORT-RECORD
           PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 5000-EXIT
           END-IF
           IF NOT JR-ACTION-ADD OF HISTORY-RECORD
               MOVE 'BEFORE' TO WS-VALUES-LABEL
               MOVE FD-RECORD-AMOUNT-1 OF WS-JRN-BEFORE
                   TO WS-VALUES-AMOUNT-1
               MOVE FD-RECORD-AMOUNT-2 OF WS-JRN-BEFORE
                   TO WS-VALUES-AMOUNT-2
               MOVE FD-RECORD-DATE OF WS-JRN-BEFORE TO WS-VALUES-DATE
               MOVE FD-RECORD-STATUS-CODE OF WS-JRN-BEFORE
                   TO WS-VALUES-STATUS
               MOVE WS-VALUES-LINE TO DETAIL-REPORT-RECORD
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
               IF WS-ABORT-REQUESTED
                   GO TO 5000-EXIT
               END-IF
           END-IF
           IF NOT JR-ACTION-DELETE OF HISTORY-RECORD
               MOVE 'AFTER' TO WS-VALUES-LABEL
               MOVE FD-RECORD-AMOUNT-1 OF WS-JRN-AFTER
                   TO WS-VALUES-AMOUNT-1
               MOVE FD-RECORD-AMOUNT-2 OF WS-JRN-AFTER
                   TO WS-VALUES-AMOUNT-2
               MOVE FD-RECORD-DATE OF WS-JRN-AFTER TO WS-VALUES-DATE
               MOVE FD-RECORD-STATUS-CODE OF WS-JRN-AFTER
                   TO WS-VALUES-STATUS
               MOVE WS-VALUES-LINE TO DETAIL-REPORT-RECORD
               PERFORM 1200-WRITE-REPORT-LINE THRU 1200-EXIT
           END-IF
           .
       5000-EXIT.
           EXIT.

       5100-FLAG-MOVED-FIELDS.
           IF FD-RECORD-AMOUNT-1 OF WS-JRN-BEFORE
                   NOT = FD-RECORD-AMOUNT-1 OF WS-JRN-AFTER
               MOVE 'AMT-1' TO WS-MOVED-AMOUNT-1
           END-IF
           IF FD-RECORD-AMOUNT-2 OF WS-JRN-BEFORE
                   NOT = FD-RECORD-AMOUNT-2 OF WS-JRN-AFTER
               MOVE 'AMT-2' TO WS-MOVED-AMOUNT-2
           END-IF
           IF FD-RECORD-DATE OF WS-JRN-BEFORE
                   NOT = FD-RECORD-DATE OF WS-JRN-AFTER
               MOVE 'DATE' TO WS-MOVED-DATE
           END-IF
           IF FD-RECORD-STATUS-CODE OF WS-JRN-BEFORE
                   NOT = FD-RECORD-STATUS-CODE OF WS-JRN-AFTER
               MOVE 'STATUS' TO WS-MOVED-STATUS
           END-IF
           IF WS-TIMELINE-MOVED = SPACES
                   AND WS-JRN-BEFORE NOT = WS-JRN-AFTER
               MOVE 'OTHER' TO WS-MOVED-OTHER
           END-IF
           .
       5100-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB
      *----------------------------------------------------------------
       9999-END.
           IF WS-REQUEST-FILE-OPEN
               CLOSE REQUEST-FILE
               IF NOT WS-REQUEST-STATUS-OK
                   DISPLAY 'FILEAUD: REQUEST-FILE CLOSE FAILED, '
                           'STATUS = ' WS-REQUEST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-HISTORY-FILE-OPEN
               CLOSE HISTORY-FILE
           END-IF
           IF WS-REPORT-FILE-OPEN
               CLOSE DETAIL-REPORT-FILE
               IF NOT WS-REPORT-STATUS-OK
                   DISPLAY 'FILEAUD: DETAIL-REPORT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-REPORT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-NOTFOUND-FILE-OPEN
               CLOSE NOTFOUND-FILE
               IF NOT WS-NOTFOUND-STATUS-OK
                   DISPLAY 'FILEAUD: NOTFOUND-FILE CLOSE FAILED, '
                           'STATUS = ' WS-NOTFOUND-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'FILEAUD: REQUESTS READ   = ' WS-REQUEST-COUNT
           DISPLAY 'FILEAUD: HISTORY PASSES  = ' WS-SCAN-COUNT
           DISPLAY 'FILEAUD: ENTRIES FOUND   = ' WS-FOUND-COUNT
           DISPLAY 'FILEAUD: KEYS NO HISTORY = ' WS-NOT-FOUND-COUNT
           DISPLAY 'FILEAUD: INVALID CARDS   = ' WS-BAD-KEY-COUNT
           .
       9999-EXIT.
           EXIT.
