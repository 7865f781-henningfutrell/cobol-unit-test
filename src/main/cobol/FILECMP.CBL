      *                       AGAINST WHAT WAS ACTUALLY CUT, THE WAY
      *                       THE RUN-HISTORY FILE BACKS THE VOLUME
      *                       CHECK.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      *   15 OCT 2026  RJM    SIGNIFICANT-CHANGE ALERT REPORT (ALRDD) -
      *                       EVERY CHANGED KEY WHOSE NET AMOUNT MOVED
      *                       BY MORE THAN THE PARM AMOUNT OR PERCENT,
      *                       CHANGED STATUS, OR HAD ITS RECORD DATE GO
      *                       BACKWARDS, PRIOR AND CURRENT VALUES SIDE
      *                       BY SIDE WITH THE SOURCE DATASET OF EACH;
      *                       THEN TOTALS BY SOURCE FEED, FLAGGING A
      *                       FEED BEHIND MOST OF THE BIG NET MOVES.  A
      *                       BIG NET MOVE OR A BACKDATED RECORD ENDS
      *                       THE STEP WITH THE WARNING RETURN CODE.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILECMP.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-DELTA-HISTORY-STATUS.

       SELECT ALERT-REPORT-FILE ASSIGN TO "ALRDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-ALERT-FILE-STATUS.

       SELECT OPS-LOG-FILE ASSIGN TO "OPSDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-LOG-FILE-STATUS.

       SELECT OPS-ID-FILE ASSIGN TO "OPSID"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-ID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

               88  DELTA-RECORD-CHANGED         VALUE 'C'.
           05  DELTA-RECORD-DATA          PIC X(200).

       FD ALERT-REPORT-FILE.
       01 ALERT-REPORT-RECORD             PIC X(80).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
               88  WS-DELTA-STATUS-OK           VALUE '00'.
           05  WS-DELTA-HISTORY-STATUS    PIC X(02).
               88  WS-DELTA-HISTORY-OK          VALUE '00'.
           05  WS-ALERT-FILE-STATUS       PIC X(02).
               88  WS-ALERT-STATUS-OK           VALUE '00'.

       01  WS-SWITCHES.
           05  WS-ABORT-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-OLD-PENDING-HELD                 VALUE 'Y'.
           05  WS-GROUP-DONE-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-GROUP-DONE                       VALUE 'Y'.
           05  WS-ALERT-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-ALERT-FILE-OPEN                  VALUE 'Y'.
           05  WS-KEY-ALERTED-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-KEY-ALERTED                      VALUE 'Y'.
           05  WS-SOURCE-FOUND-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-SOURCE-FOUND                    VALUE 'Y'.
           05  WS-REPORT-SECTION-SWITCH    PIC X(01)  VALUE 'A'.
               88  WS-SECTION-ALERTS                  VALUE 'A'.
               88  WS-SECTION-FEEDS                   VALUE 'F'.

       01  WS-COUNTERS.
           05  WS-NEW-READ-COUNT           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-DELETED-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-CHANGED-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-UNCHANGED-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-NET-ALERT-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-STATUS-ALERT-COUNT       PIC 9(09)  COMP  VALUE ZERO.
           05  WS-DATE-ALERT-COUNT         PIC 9(09)  COMP  VALUE ZERO.
           05  WS-FLAGGED-FEED-COUNT       PIC 9(09)  COMP  VALUE ZERO.

       77  WS-PARM-MOVE-LENGTH             PIC 9(04)  COMP  VALUE ZERO.
       77  WS-WARNING-RETURN-CODE          PIC 9(02)  COMP  VALUE 4.

      *    PAGE CONTROL FOR THE ALERT REPORT - THE HEADINGS REPEAT
      *    EVERY PAGE.
       77  WS-PAGE-SIZE                    PIC 9(03)  COMP  VALUE 50.
       77  WS-LINE-COUNT                   PIC 9(03)  COMP  VALUE ZERO.
       77  WS-PAGE-NUMBER                  PIC 9(05)  COMP  VALUE ZERO.

      *    PARM - 'NNNNNNNNN,PPP'.  A CHANGED KEY'S NET AMOUNT MOVING
      *    BY MORE THAN NNNNNNNNN (WHOLE UNITS), OR BY MORE THAN PPP
      *    PERCENT OF LAST NIGHT'S NET AMOUNT, IS A SIGNIFICANT MOVE.
      *    A ZERO FIGURE TURNS THAT TEST OFF; BOTH ZERO IS REFUSED.
       01  WS-PARM-AREA.
           05  WS-PARM-TEXT                PIC X(20)  VALUE SPACES.
           05  WS-PARM-ALERT REDEFINES WS-PARM-TEXT.
               10  WS-PARM-AMOUNT          PIC 9(09).
               10  WS-PARM-COMMA           PIC X(01).
               10  WS-PARM-PERCENT         PIC 9(03).
               10  FILLER                  PIC X(07).

       01  WS-DEFAULT-PARM                 PIC X(20)  VALUE
           '000050000,100'.

      *    THE NET-MOVE TEST.  THE MOVE AND THE PRIOR NET ARE SIGNED;
      *    THE LIMITS ARE TESTED AGAINST THEIR SIZES.  THE PERCENT TEST
      *    IS MADE WITHOUT DIVIDING, SO A TINY PRIOR NET CANNOT
      *    OVERFLOW IT; A ZERO PRIOR NET HAS NO PERCENT AND IS LEFT TO
      *    THE AMOUNT TEST.
       01  WS-ALERT-WORK.
           05  WS-ALERT-AMOUNT-LIMIT       PIC 9(09)       VALUE ZERO.
           05  WS-ALERT-PERCENT-LIMIT      PIC 9(03)       VALUE ZERO.
           05  WS-NET-MOVE                 PIC S9(11)V99   VALUE ZERO.
           05  WS-NET-MOVE-SIZE            PIC 9(11)V99    VALUE ZERO.
           05  WS-PRIOR-NET-SIZE           PIC 9(10)V99    VALUE ZERO.
           05  WS-MOVE-TIMES-100           PIC 9(13)V99    VALUE ZERO.
           05  WS-PERCENT-OF-PRIOR         PIC 9(13)V99    VALUE ZERO.
           05  WS-MOVE-PERCENT             PIC 9(15)       VALUE ZERO.
           05  WS-ALERT-REASON-SWITCH      PIC X(01)  VALUE SPACE.
               88  WS-REASON-NET                     VALUE 'N'.
               88  WS-REASON-STATUS                  VALUE 'S'.
               88  WS-REASON-DATE                    VALUE 'D'.

      *    ONE ROW PER SOURCE FEED, BY THE NAME ON TONIGHT'S RECORD -
      *    THE FEED THAT DELIVERED THE NEW VALUE.  A FEED PAST THE
      *    TABLE LIMIT STILL COUNTS IN THE ALL-FEEDS TOTALS.
       77  WS-SOURCE-ENTRY-COUNT           PIC 9(03)  COMP  VALUE ZERO.
       77  WS-SOURCE-ENTRY-MAX             PIC 9(03)  COMP  VALUE 50.
       77  WS-SOURCE-SUB                   PIC 9(03)  COMP  VALUE ZERO.

       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY             OCCURS 50 TIMES.
               10  WS-SRC-NAME             PIC X(44).
               10  WS-SRC-CHANGED          PIC 9(09)  COMP.
               10  WS-SRC-NET-ALERTS       PIC 9(09)  COMP.
               10  WS-SRC-STATUS-ALERTS    PIC 9(09)  COMP.
               10  WS-SRC-DATE-ALERTS      PIC 9(09)  COMP.

       01  WS-OVERFLOW-TOTALS.
           05  WS-OVF-CHANGED              PIC 9(09)  COMP  VALUE ZERO.
           05  WS-OVF-NET-ALERTS           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-OVF-STATUS-ALERTS        PIC 9(09)  COMP  VALUE ZERO.
           05  WS-OVF-DATE-ALERTS          PIC 9(09)  COMP  VALUE ZERO.

       01  WS-PRIOR-SRC-NAME               PIC X(44)  VALUE SPACES.
       01  WS-CURRENT-SRC-NAME             PIC X(44)  VALUE SPACES.

      *    MATCH KEYS HELD OUTSIDE THE RECORD AREAS SO AN EXHAUSTED
      *    FILE CAN SIT AT HIGH-VALUES AND LET THE OTHER FILE DRAIN.
           05  WS-DLTH-CHANGED-COUNT       PIC 9(09).
           05  FILLER                      PIC X(45)  VALUE SPACES.

       01  WS-ALERT-HEADING-1.
           05  FILLER                      PIC X(34)  VALUE
               'FILECMP - SIGNIFICANT CHANGES     '.
           05  FILLER                      PIC X(12)  VALUE
               'RUN DATE    '.
           05  WS-ALERT-HEADING-RUN-DATE   PIC 9(08).
           05  FILLER                      PIC X(16)  VALUE SPACES.
           05  FILLER                      PIC X(05)  VALUE
               'PAGE '.
           05  WS-ALERT-HEADING-PAGE       PIC ZZZZ9.

       01  WS-ALERT-HEADING-2.
           05  FILLER                      PIC X(22)  VALUE
               'NET MOVES OVER        '.
           05  WS-ALERT-HEADING-AMOUNT     PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(04)  VALUE
               ' OR '.
           05  WS-ALERT-HEADING-PERCENT    PIC ZZ9.
           05  FILLER                      PIC X(40)  VALUE
               ' PCT OF THE PRIOR NET AMOUNT'.

       01  WS-ALERT-HEADING-3.
           05  FILLER                      PIC X(11)  VALUE
               'KEY        '.
           05  FILLER                      PIC X(10)  VALUE
               'REASON    '.
           05  FILLER                      PIC X(18)  VALUE
               '      PRIOR VALUE '.
           05  FILLER                      PIC X(18)  VALUE
               '    CURRENT VALUE '.
           05  FILLER                      PIC X(19)  VALUE
               '            CHANGE '.
           05  FILLER                      PIC X(04)  VALUE
               ' PCT'.

       01  WS-FEED-HEADING-3.
           05  FILLER                      PIC X(40)  VALUE
               'SOURCE FEED (TONIGHT)'.
           05  FILLER                      PIC X(09)  VALUE
               '  CHANGED'.
           05  FILLER                      PIC X(09)  VALUE
               '  BIG NET'.
           05  FILLER                      PIC X(09)  VALUE
               '   STATUS'.
           05  FILLER                      PIC X(09)  VALUE
               ' BACKDATE'.
           05  FILLER                      PIC X(04)  VALUE SPACES.

      *    ONE LINE PER REASON A KEY IS ON THE REPORT.  AMOUNTS ARE
      *    EDITED INTO THE VALUE COLUMNS; A STATUS OR A DATE IS SET
      *    AT THE RIGHT OF THE COLUMN TO LINE UP WITH THEM.
       01  WS-ALERT-LINE.
           05  WS-ALR-KEY                  PIC X(10).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-ALR-REASON               PIC X(09).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-ALR-PRIOR                PIC X(17).
           05  WS-ALR-PRIOR-AMOUNT REDEFINES WS-ALR-PRIOR
                                           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-ALR-CURRENT              PIC X(17).
           05  WS-ALR-CURRENT-AMOUNT REDEFINES WS-ALR-CURRENT
                                           PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-ALR-CHANGE               PIC X(18).
           05  WS-ALR-CHANGE-AMOUNT REDEFINES WS-ALR-CHANGE
                                           PIC ZZ,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-ALR-PERCENT              PIC X(04).
           05  WS-ALR-PERCENT-NUM REDEFINES WS-ALR-PERCENT
                                           PIC ZZZ9.

      *    AFTER A KEY'S REASON LINES, WHERE EACH NIGHT'S VALUE CAME
      *    FROM.
       01  WS-ALERT-SOURCE-LINE.
           05  FILLER                      PIC X(11)  VALUE SPACES.
           05  WS-ALS-LABEL                PIC X(10).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-ALS-NAME                 PIC X(44).
           05  FILLER                      PIC X(14)  VALUE SPACES.

       01  WS-FEED-LINE.
           05  WS-FDL-NAME                 PIC X(40).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-FDL-CHANGED              PIC ZZZZZZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-FDL-NET-ALERTS           PIC ZZZZZZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-FDL-STATUS-ALERTS        PIC ZZZZZZZ9.
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-FDL-DATE-ALERTS          PIC ZZZZZZZ9.
           05  WS-FDL-FLAG                 PIC X(04).

       01  WS-ALERT-TEXT-LINE              PIC X(80)  VALUE SPACES.

       01  WS-FLAG-LEGEND-LINE.
           05  FILLER                      PIC X(40)  VALUE
               '*** - THIS FEED IS BEHIND MORE THAN HALF'.
           05  FILLER                      PIC X(40)  VALUE
               ' OF TONIGHT''S BIG NET MOVES'.

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
               PERFORM 0200-ADVANCE-NEW-FILE THRU 0200-EXIT
                          AND WS-OLD-KEY = HIGH-VALUES)
                       OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 5500-WRITE-FEED-TOTALS THRU 5500-EXIT
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .
                        WS-CHANGED-COUNT WS-UNCHANGED-COUNT
                        WS-DELTA-DATA-COUNT WS-DELTA-AMT-1-TOTAL
                        WS-DELTA-AMT-2-TOTAL
                        WS-NET-ALERT-COUNT WS-STATUS-ALERT-COUNT
                        WS-DATE-ALERT-COUNT WS-FLAGGED-FEED-COUNT
                        WS-SOURCE-ENTRY-COUNT WS-LINE-COUNT
                        WS-PAGE-NUMBER
           INITIALIZE WS-SOURCE-TABLE WS-OVERFLOW-TOTALS
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-GET-ALERT-PARM THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT NEW-FILE
           IF WS-NEW-STATUS-OK
               SET WS-NEW-FILE-OPEN TO TRUE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT ALERT-REPORT-FILE
               IF WS-ALERT-STATUS-OK
                   SET WS-ALERT-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILECMP: ALERT-REPORT-FILE OPEN FAILED, '
                           'STATUS = ' WS-ALERT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1200-WRITE-DELTA-HEADER THRU 1200-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               SET WS-SECTION-ALERTS TO TRUE
               PERFORM 5900-WRITE-ALERT-HEADINGS THRU 5900-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

      *    BLANK TAKES THE STANDARD LIMITS.  ANYTHING ELSE MUST BE
      *    NNNNNNNNN,PPP WITH AT LEAST ONE OF THE TWO NOT ZERO - A
      *    REPORT THAT ALERTS ON EVERY PENNY IS ONE NOBODY READS.
       1100-GET-ALERT-PARM.
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
           IF WS-PARM-AMOUNT NUMERIC AND WS-PARM-COMMA = ','
                   AND WS-PARM-PERCENT NUMERIC
                   AND WS-PARM-TEXT (14:7) = SPACES
                   AND (WS-PARM-AMOUNT > ZERO
                       OR WS-PARM-PERCENT > ZERO)
               MOVE WS-PARM-AMOUNT  TO WS-ALERT-AMOUNT-LIMIT
               MOVE WS-PARM-PERCENT TO WS-ALERT-PERCENT-LIMIT
           ELSE
               DISPLAY 'FILECMP: ALERT PARM MUST BE NNNNNNNNN,PPP, '
                       'PARM = ' WS-PARM-TEXT
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1100-EXIT.
           EXIT.

       1200-WRITE-DELTA-HEADER.
           MOVE WS-RUN-DATE TO WS-DLT-HDR-DATE
           WRITE DELTA-RECORD FROM WS-DELTA-HEADER-RECORD
                       MOVE WS-NEW-CURRENT TO DELTA-RECORD-DATA
                       ADD 1 TO WS-CHANGED-COUNT
                       PERFORM 3000-WRITE-DELTA-RECORD THRU 3000-EXIT
                       IF NOT WS-ABORT-REQUESTED
                           PERFORM 5000-CHECK-SIGNIFICANT-CHANGE
                               THRU 5000-EXIT
                       END-IF
                   ELSE
                       ADD 1 TO WS-UNCHANGED-COUNT
                   END-IF
       3000-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    SIGNIFICANT-CHANGE CHECK FOR ONE CHANGED KEY.  THE DELTA
      *    CARRIES ONLY TONIGHT'S IMAGE; THIS SETS LAST NIGHT'S VALUES
      *    BESIDE IT FOR THE CHANGES WORTH A HUMAN LOOK - A BIG NET
      *    MOVE, A STATUS CHANGE, A RECORD DATE GONE BACKWARDS - AND
      *    TALLIES EVERY CHANGED KEY AGAINST THE FEED THAT SENT IT.
      *----------------------------------------------------------------
       5000-CHECK-SIGNIFICANT-CHANGE.
           MOVE 'N' TO WS-KEY-ALERTED-SWITCH
           IF FD-RECORD-SOURCE-NAME OF WS-OLD-CURRENT = SPACES
               MOVE 'UNKNOWN' TO WS-PRIOR-SRC-NAME
           ELSE
               MOVE FD-RECORD-SOURCE-NAME OF WS-OLD-CURRENT
                   TO WS-PRIOR-SRC-NAME
           END-IF
           IF FD-RECORD-SOURCE-NAME OF WS-NEW-CURRENT = SPACES
               MOVE 'UNKNOWN' TO WS-CURRENT-SRC-NAME
           ELSE
               MOVE FD-RECORD-SOURCE-NAME OF WS-NEW-CURRENT
                   TO WS-CURRENT-SRC-NAME
           END-IF
           PERFORM 5200-FIND-SOURCE-ENTRY THRU 5200-EXIT
           IF WS-SOURCE-FOUND
               ADD 1 TO WS-SRC-CHANGED (WS-SOURCE-SUB)
           ELSE
               ADD 1 TO WS-OVF-CHANGED
           END-IF
           PERFORM 5050-CHECK-NET-MOVE THRU 5050-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 5000-EXIT
           END-IF
           IF FD-RECORD-STATUS-CODE OF WS-NEW-CURRENT NOT =
                   FD-RECORD-STATUS-CODE OF WS-OLD-CURRENT
               SET WS-REASON-STATUS TO TRUE
               PERFORM 5100-WRITE-ALERT-LINE THRU 5100-EXIT
               IF WS-ABORT-REQUESTED
                   GO TO 5000-EXIT
               END-IF
           END-IF
           IF FD-RECORD-DATE OF WS-NEW-CURRENT NUMERIC
                   AND FD-RECORD-DATE OF WS-OLD-CURRENT NUMERIC
                   AND FD-RECORD-DATE OF WS-NEW-CURRENT <
                       FD-RECORD-DATE OF WS-OLD-CURRENT
               SET WS-REASON-DATE TO TRUE
               PERFORM 5100-WRITE-ALERT-LINE THRU 5100-EXIT
               IF WS-ABORT-REQUESTED
                   GO TO 5000-EXIT
               END-IF
           END-IF
           IF WS-KEY-ALERTED
               MOVE 'PRIOR FROM' TO WS-ALS-LABEL
               MOVE WS-PRIOR-SRC-NAME TO WS-ALS-NAME
               MOVE WS-ALERT-SOURCE-LINE TO WS-ALERT-TEXT-LINE
               PERFORM 5950-WRITE-ALERT-TEXT THRU 5950-EXIT
               MOVE 'CURR FROM' TO WS-ALS-LABEL
               MOVE WS-CURRENT-SRC-NAME TO WS-ALS-NAME
               MOVE WS-ALERT-SOURCE-LINE TO WS-ALERT-TEXT-LINE
               PERFORM 5950-WRITE-ALERT-TEXT THRU 5950-EXIT
           END-IF
           .
       5000-EXIT.
           EXIT.

      *    A NET AMOUNT THAT IS NOT NUMERIC ON EITHER NIGHT CANNOT BE
      *    MEASURED AND IS LEFT TO THE EDITS THAT ALREADY CATCH IT.
       5050-CHECK-NET-MOVE.
           IF FD-RECORD-NET-AMOUNT OF WS-NEW-CURRENT NOT NUMERIC
                   OR FD-RECORD-NET-AMOUNT OF WS-OLD-CURRENT NOT NUMERIC
               GO TO 5050-EXIT
           END-IF
           COMPUTE WS-NET-MOVE =
               FD-RECORD-NET-AMOUNT OF WS-NEW-CURRENT
               - FD-RECORD-NET-AMOUNT OF WS-OLD-CURRENT
           MOVE WS-NET-MOVE TO WS-NET-MOVE-SIZE
           MOVE FD-RECORD-NET-AMOUNT OF WS-OLD-CURRENT
               TO WS-PRIOR-NET-SIZE
           IF WS-ALERT-AMOUNT-LIMIT > ZERO
                   AND WS-NET-MOVE-SIZE > WS-ALERT-AMOUNT-LIMIT
               GO TO 5050-ALERT
           END-IF
           IF WS-ALERT-PERCENT-LIMIT > ZERO
                   AND WS-PRIOR-NET-SIZE > ZERO
               COMPUTE WS-MOVE-TIMES-100 = WS-NET-MOVE-SIZE * 100
               COMPUTE WS-PERCENT-OF-PRIOR =
                   WS-PRIOR-NET-SIZE * WS-ALERT-PERCENT-LIMIT
               IF WS-MOVE-TIMES-100 > WS-PERCENT-OF-PRIOR
                   GO TO 5050-ALERT
               END-IF
           END-IF
           GO TO 5050-EXIT
           .
       5050-ALERT.
           SET WS-REASON-NET TO TRUE
           PERFORM 5100-WRITE-ALERT-LINE THRU 5100-EXIT
           .
       5050-EXIT.
           EXIT.

      *    ONE REASON LINE FOR THE CURRENT KEY, COUNTED BY REASON FOR
      *    THE NIGHT AND AGAINST THE FEED FOUND BY 5200.
       5100-WRITE-ALERT-LINE.
           MOVE SPACES TO WS-ALERT-LINE
           MOVE WS-NEW-KEY TO WS-ALR-KEY
           EVALUATE TRUE
               WHEN WS-REASON-NET
                   MOVE 'NET MOVE' TO WS-ALR-REASON
                   MOVE FD-RECORD-NET-AMOUNT OF WS-OLD-CURRENT
                       TO WS-ALR-PRIOR-AMOUNT
                   MOVE FD-RECORD-NET-AMOUNT OF WS-NEW-CURRENT
                       TO WS-ALR-CURRENT-AMOUNT
                   MOVE WS-NET-MOVE TO WS-ALR-CHANGE-AMOUNT
                   IF WS-PRIOR-NET-SIZE = ZERO
                       MOVE ' NEW' TO WS-ALR-PERCENT
                   ELSE
                       COMPUTE WS-MOVE-PERCENT ROUNDED =
                           WS-NET-MOVE-SIZE * 100 / WS-PRIOR-NET-SIZE
                       IF WS-MOVE-PERCENT > 9999
                           MOVE '****' TO WS-ALR-PERCENT
                       ELSE
                           MOVE WS-MOVE-PERCENT TO WS-ALR-PERCENT-NUM
                       END-IF
                   END-IF
                   ADD 1 TO WS-NET-ALERT-COUNT
                   IF WS-SOURCE-FOUND
                       ADD 1 TO WS-SRC-NET-ALERTS (WS-SOURCE-SUB)
                   ELSE
                       ADD 1 TO WS-OVF-NET-ALERTS
                   END-IF
               WHEN WS-REASON-STATUS
                   MOVE 'STATUS' TO WS-ALR-REASON
                   MOVE FD-RECORD-STATUS-CODE OF WS-OLD-CURRENT
                       TO WS-ALR-PRIOR (16:2)
                   MOVE FD-RECORD-STATUS-CODE OF WS-NEW-CURRENT
                       TO WS-ALR-CURRENT (16:2)
                   ADD 1 TO WS-STATUS-ALERT-COUNT
                   IF WS-SOURCE-FOUND
                       ADD 1 TO WS-SRC-STATUS-ALERTS (WS-SOURCE-SUB)
                   ELSE
                       ADD 1 TO WS-OVF-STATUS-ALERTS
                   END-IF
               WHEN OTHER
                   MOVE 'DATE BACK' TO WS-ALR-REASON
                   MOVE FD-RECORD-DATE OF WS-OLD-CURRENT
                       TO WS-ALR-PRIOR (10:8)
                   MOVE FD-RECORD-DATE OF WS-NEW-CURRENT
                       TO WS-ALR-CURRENT (10:8)
                   ADD 1 TO WS-DATE-ALERT-COUNT
                   IF WS-SOURCE-FOUND
                       ADD 1 TO WS-SRC-DATE-ALERTS (WS-SOURCE-SUB)
                   ELSE
                       ADD 1 TO WS-OVF-DATE-ALERTS
                   END-IF
           END-EVALUATE
           SET WS-KEY-ALERTED TO TRUE
           MOVE WS-ALERT-LINE TO WS-ALERT-TEXT-LINE
           PERFORM 5950-WRITE-ALERT-TEXT THRU 5950-EXIT
           .
       5100-EXIT.
           EXIT.

      *    FIND, OR ADD, THE TABLE ROW FOR WS-CURRENT-SRC-NAME.  PAST
      *    THE TABLE LIMIT WS-SOURCE-FOUND STAYS OFF AND THE CALLER
      *    COUNTS THE KEY IN THE OVERFLOW TOTALS.
       5200-FIND-SOURCE-ENTRY.
           MOVE 'N' TO WS-SOURCE-FOUND-SWITCH
           MOVE ZERO TO WS-SOURCE-SUB
           PERFORM 5250-MATCH-SOURCE-ENTRY THRU 5250-EXIT
               UNTIL WS-SOURCE-FOUND
                   OR WS-SOURCE-SUB >= WS-SOURCE-ENTRY-COUNT
           IF NOT WS-SOURCE-FOUND
                   AND WS-SOURCE-ENTRY-COUNT < WS-SOURCE-ENTRY-MAX
               ADD 1 TO WS-SOURCE-ENTRY-COUNT
               MOVE WS-SOURCE-ENTRY-COUNT TO WS-SOURCE-SUB
               MOVE WS-CURRENT-SRC-NAME TO WS-SRC-NAME (WS-SOURCE-SUB)
               SET WS-SOURCE-FOUND TO TRUE
           END-IF
           .
       5200-EXIT.
           EXIT.

       5250-MATCH-SOURCE-ENTRY.
           ADD 1 TO WS-SOURCE-SUB
           IF WS-SRC-NAME (WS-SOURCE-SUB) = WS-CURRENT-SRC-NAME
               SET WS-SOURCE-FOUND TO TRUE
           END-IF
           .
       5250-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    TOTALS BY SOURCE FEED, ON A PAGE OF THEIR OWN, IN THE ORDER
      *    THE FEEDS WERE FIRST SEEN.  A FEED BEHIND MORE THAN HALF OF
      *    THE NIGHT'S BIG NET MOVES IS FLAGGED ON ITS LINE AND ON THE
      *    CONSOLE - A FEW HUNDRED BALANCES JUMPING TOGETHER IS ONE
      *    BAD FEED, NOT A BUSY NIGHT.  A BIG NET MOVE OR A BACKDATED
      *    RECORD LEAVES THE WARNING RETURN CODE.
      *----------------------------------------------------------------
       5500-WRITE-FEED-TOTALS.
           IF WS-NET-ALERT-COUNT = ZERO AND WS-STATUS-ALERT-COUNT = ZERO
                   AND WS-DATE-ALERT-COUNT = ZERO
               MOVE 'NO SIGNIFICANT CHANGES TONIGHT'
                   TO WS-ALERT-TEXT-LINE
               PERFORM 5950-WRITE-ALERT-TEXT THRU 5950-EXIT
           END-IF
           SET WS-SECTION-FEEDS TO TRUE
           PERFORM 5900-WRITE-ALERT-HEADINGS THRU 5900-EXIT
           MOVE ZERO TO WS-SOURCE-SUB
           PERFORM 5600-WRITE-ONE-FEED THRU 5600-EXIT
               UNTIL WS-SOURCE-SUB >= WS-SOURCE-ENTRY-COUNT
                   OR WS-ABORT-REQUESTED
           IF WS-OVF-CHANGED > ZERO
               MOVE SPACES TO WS-FEED-LINE
               MOVE 'PAST SOURCE LIMIT' TO WS-FDL-NAME
               MOVE WS-OVF-CHANGED       TO WS-FDL-CHANGED
               MOVE WS-OVF-NET-ALERTS    TO WS-FDL-NET-ALERTS
               MOVE WS-OVF-STATUS-ALERTS TO WS-FDL-STATUS-ALERTS
               MOVE WS-OVF-DATE-ALERTS   TO WS-FDL-DATE-ALERTS
               MOVE WS-FEED-LINE TO WS-ALERT-TEXT-LINE
               PERFORM 5950-WRITE-ALERT-TEXT THRU 5950-EXIT
           END-IF
           MOVE SPACES TO WS-FEED-LINE
           MOVE 'ALL FEEDS' TO WS-FDL-NAME
           MOVE WS-CHANGED-COUNT      TO WS-FDL-CHANGED
           MOVE WS-NET-ALERT-COUNT    TO WS-FDL-NET-ALERTS
           MOVE WS-STATUS-ALERT-COUNT TO WS-FDL-STATUS-ALERTS
           MOVE WS-DATE-ALERT-COUNT   TO WS-FDL-DATE-ALERTS
           MOVE WS-FEED-LINE TO WS-ALERT-TEXT-LINE
           PERFORM 5950-WRITE-ALERT-TEXT THRU 5950-EXIT
           IF WS-FLAGGED-FEED-COUNT > ZERO
               MOVE SPACES TO WS-ALERT-TEXT-LINE
               PERFORM 5950-WRITE-ALERT-TEXT THRU 5950-EXIT
               MOVE WS-FLAG-LEGEND-LINE TO WS-ALERT-TEXT-LINE
               PERFORM 5950-WRITE-ALERT-TEXT THRU 5950-EXIT
           END-IF
           IF WS-NET-ALERT-COUNT > ZERO OR WS-DATE-ALERT-COUNT > ZERO
               IF RETURN-CODE = ZERO
                   MOVE WS-WARNING-RETURN-CODE TO RETURN-CODE
               END-IF
           END-IF
           .
       5500-EXIT.
           EXIT.

       5600-WRITE-ONE-FEED.
           ADD 1 TO WS-SOURCE-SUB
           MOVE SPACES TO WS-FEED-LINE
           MOVE WS-SRC-NAME (WS-SOURCE-SUB)    TO WS-FDL-NAME
           MOVE WS-SRC-CHANGED (WS-SOURCE-SUB) TO WS-FDL-CHANGED
           MOVE WS-SRC-NET-ALERTS (WS-SOURCE-SUB)
               TO WS-FDL-NET-ALERTS
           MOVE WS-SRC-STATUS-ALERTS (WS-SOURCE-SUB)
               TO WS-FDL-STATUS-ALERTS
           MOVE WS-SRC-DATE-ALERTS (WS-SOURCE-SUB)
               TO WS-FDL-DATE-ALERTS
           IF WS-SRC-NET-ALERTS (WS-SOURCE-SUB) * 2
                   > WS-NET-ALERT-COUNT
               MOVE ' ***' TO WS-FDL-FLAG
               ADD 1 TO WS-FLAGGED-FEED-COUNT
               DISPLAY 'FILECMP: WARNING - '
                       WS-SRC-NET-ALERTS (WS-SOURCE-SUB)
                       ' OF ' WS-NET-ALERT-COUNT
                       ' BIG NET MOVES FROM ONE FEED'
                   UPON CONSOLE
               DISPLAY 'FILECMP: FEED = ' WS-SRC-NAME (WS-SOURCE-SUB)
                   UPON CONSOLE
           END-IF
           MOVE WS-FEED-LINE TO WS-ALERT-TEXT-LINE
           PERFORM 5950-WRITE-ALERT-TEXT THRU 5950-EXIT
           .
       5600-EXIT.
           EXIT.

       5900-WRITE-ALERT-HEADINGS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE ZERO TO WS-LINE-COUNT
           MOVE WS-RUN-DATE TO WS-ALERT-HEADING-RUN-DATE
           MOVE WS-PAGE-NUMBER TO WS-ALERT-HEADING-PAGE
           MOVE WS-ALERT-AMOUNT-LIMIT TO WS-ALERT-HEADING-AMOUNT
           MOVE WS-ALERT-PERCENT-LIMIT TO WS-ALERT-HEADING-PERCENT
           WRITE ALERT-REPORT-RECORD FROM WS-ALERT-HEADING-1
           IF NOT WS-ALERT-STATUS-OK
               GO TO 5900-WRITE-ERROR
           END-IF
           WRITE ALERT-REPORT-RECORD FROM WS-ALERT-HEADING-2
           IF NOT WS-ALERT-STATUS-OK
               GO TO 5900-WRITE-ERROR
           END-IF
           IF WS-SECTION-FEEDS
               WRITE ALERT-REPORT-RECORD FROM WS-FEED-HEADING-3
           ELSE
               WRITE ALERT-REPORT-RECORD FROM WS-ALERT-HEADING-3
           END-IF
           IF NOT WS-ALERT-STATUS-OK
               GO TO 5900-WRITE-ERROR
           END-IF
           GO TO 5900-EXIT
           .
       5900-WRITE-ERROR.
           DISPLAY 'FILECMP: ALERT-REPORT-FILE WRITE FAILED, '
                   'STATUS = ' WS-ALERT-FILE-STATUS
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       5900-EXIT.
           EXIT.

      *    EVERY BODY LINE FUNNELS THROUGH HERE SO THE PAGE BREAK AND
      *    THE LINE COUNT STAY IN ONE PLACE.  CALLERS STAGE THE LINE
      *    IN WS-ALERT-TEXT-LINE.
       5950-WRITE-ALERT-TEXT.
           IF WS-ABORT-REQUESTED
               GO TO 5950-EXIT
           END-IF
           IF WS-LINE-COUNT >= WS-PAGE-SIZE
               PERFORM 5900-WRITE-ALERT-HEADINGS THRU 5900-EXIT
               IF WS-ABORT-REQUESTED
                   GO TO 5950-EXIT
               END-IF
           END-IF
           WRITE ALERT-REPORT-RECORD FROM WS-ALERT-TEXT-LINE
           IF WS-ALERT-STATUS-OK
               ADD 1 TO WS-LINE-COUNT
           ELSE
               DISPLAY 'FILECMP: ALERT-REPORT-FILE WRITE FAILED, '
                       'STATUS = ' WS-ALERT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       5950-EXIT.
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
           MOVE 'FILECMP' TO OL-STEP-NAME
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
           MOVE 'FILECMP' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           COMPUTE OL-READ-COUNT = WS-NEW-READ-COUNT + WS-OLD-READ-COUNT
           COMPUTE OL-WRITTEN-COUNT = WS-ADDED-COUNT
                   + WS-DELETED-COUNT
                   + WS-CHANGED-COUNT
           COMPUTE OL-REJECTED-COUNT = WS-NEW-DUP-COUNT
                   + WS-OLD-DUP-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILECMP: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILECMP: OPS-LOG-FILE WRITE FAILED, STATUS = '
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
           IF WS-ALERT-FILE-OPEN
               CLOSE ALERT-REPORT-FILE
               IF NOT WS-ALERT-STATUS-OK
                   DISPLAY 'FILECMP: ALERT-REPORT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-ALERT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           PERFORM 4100-SHOW-RUN-COUNTS THRU 4100-EXIT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
           DISPLAY 'FILECMP: KEYS DELETED     = ' WS-DELETED-COUNT
           DISPLAY 'FILECMP: RECORDS CHANGED  = ' WS-CHANGED-COUNT
           DISPLAY 'FILECMP: UNCHANGED        = ' WS-UNCHANGED-COUNT
           DISPLAY 'FILECMP: BIG NET MOVES    = ' WS-NET-ALERT-COUNT
           DISPLAY 'FILECMP: STATUS CHANGES   = ' WS-STATUS-ALERT-COUNT
           DISPLAY 'FILECMP: DATES MOVED BACK = ' WS-DATE-ALERT-COUNT
           .
       4100-EXIT.
           EXIT.
