      *                       EXPIRED LINE ON THE REGISTER.  DATA
      *                       EDITS STILL REJECT OUTRIGHT - ONLY
      *                       SEQUENCING WAITS.
      *   15 OCT 2026  RJM    A CHANGE MAY ONLY MOVE THE STATUS ALONG
      *                       THE RECORD LIFECYCLE (FDSTTRN TABLE),
      *                       TESTED AGAINST THE VERSION ON THE INDEX.
      *                       AN ILLEGAL TRANSITION IS REJECTED WITH
      *                       THE FROM/TO PAIR NAMED ON THE REGISTER;
      *                       CLOSED TO PENDING PASSES ONLY WHEN THE
      *                       RECORD ON FILE WAS PUT BACK BY AN ARCHIVE
      *                       RESTORE.
      *   15 OCT 2026  RJM    HOLD ADDS AND CHANGES TO THE DATA-QUALITY
      *                       EDIT LIMITS (EDPDD, FDEDPRM LAYOUT) AFTER
      *                       THE FORMAT EDITS.  A REJECT-TIER FAILURE
      *                       IS REJECTED UNDER THE RULE'S REASON; A
      *                       WARN-TIER FAILURE IS STILL APPLIED, IS
      *                       REGISTERED AS WARNED, AND ITS AFTER-IMAGE
      *                       GOES ONTO THE NIGHT'S WARNINGS FILE
      *                       (WRNDD) BEHIND FILEDEMO'S.
      *   15 OCT 2026  RJM    APPEND A STEP-STATISTICS RECORD TO THE
      *                       OPERATIONS LOG (FDOPSLG) AT END OF JOB.
      *   15 OCT 2026  RJM    MAKER-CHECKER APPROVAL (FDAPPRV).  AN ADD
      *                       OR CHANGE WHOSE NET AMOUNT OR CHANGE IN
      *                       NET AMOUNT IS OVER THE APPROVAL LIMIT, AND
      *                       EVERY DELETE, IS HELD ON THE PENDING-
      *                       APPROVAL FILE WITH THE KEYING USER ID THE
      *                       TRANSACTION RECORD NOW CARRIES.  IT IS
      *                       APPLIED ON A LATER NIGHT WHEN AN APPROVAL
      *                       CARD (APRDD) FROM ANOTHER USER ARRIVES; A
      *                       SELF-APPROVAL IS REFUSED AND AN ITEM LEFT
      *                       UNAPPROVED PAST THE TIMEOUT DROPS OFF.
      *                       LIMIT AND TIMEOUT COME IN ON THE PARM.
      *                       HELD, APPROVED, REFUSED AND TIMED-OUT
      *                       ITEMS EACH GET A REGISTER LINE, AND THE
      *                       AWAITING-APPROVAL LISTING (APLDD) GOES TO
      *                       THE SUPERVISORS.  SUSPENSE RECORDS NOW
      *                       CARRY THE KEYING AND APPROVING USER IDS
      *                       (LRECL 220) SO AN APPROVED TRANSACTION
      *                       WAITING ON ITS RECORD IS NOT HELD AGAIN.
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEMNT.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-SUSPENSE-OUT-STATUS.

       SELECT EDIT-PARM-FILE ASSIGN TO "EDPDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-EDIT-PARM-STATUS.

       SELECT WARNING-FILE ASSIGN TO "WRNDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-WARNING-FILE-STATUS.

       SELECT PENDING-IN-FILE ASSIGN TO "PNDIDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-IN-STATUS.

       SELECT PENDING-OUT-FILE ASSIGN TO "PNDODD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-PENDING-OUT-STATUS.

       SELECT APPROVAL-CARD-FILE ASSIGN TO "APRDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-APPROVAL-CARD-STATUS.

       SELECT AWAITING-LIST-FILE ASSIGN TO "APLDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-AWAITING-LIST-STATUS.

       SELECT OPS-LOG-FILE ASSIGN TO "OPSDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-LOG-FILE-STATUS.

       SELECT OPS-ID-FILE ASSIGN TO "OPSID"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS OL-ID-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

               88  TRAN-ACTION-DELETE           VALUE 'D'.
               88  TRAN-ACTION-VALID-CODES      VALUES 'A' 'C' 'D'.
           05  TRAN-RECORD-DATA           PIC X(200).
           05  TRAN-USER-ID               PIC X(08).

       FD INDEX-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==INDEX-RECORD==.
           05  SUSP-IN-RETRY-COUNT        PIC 9(03).
           05  SUSP-IN-ACTION-CODE        PIC X(01).
           05  SUSP-IN-RECORD-DATA        PIC X(200).
           05  SUSP-IN-MAKER-ID           PIC X(08).
           05  SUSP-IN-APPROVER-ID        PIC X(08).

       FD SUSPENSE-OUT-FILE.
       01 SUSPENSE-OUT-RECORD.
           05  SUSP-OUT-RETRY-COUNT       PIC 9(03).
           05  SUSP-OUT-ACTION-CODE       PIC X(01).
           05  SUSP-OUT-RECORD-DATA       PIC X(200).
           05  SUSP-OUT-MAKER-ID          PIC X(08).
           05  SUSP-OUT-APPROVER-ID       PIC X(08).

       FD EDIT-PARM-FILE.
       01 EDIT-PARM-RECORD                PIC X(80).

       FD WARNING-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==WARNING-RECORD==.

       FD PENDING-IN-FILE.
       01 PENDING-IN-RECORD               PIC X(250).

       FD PENDING-OUT-FILE.
       01 PENDING-OUT-RECORD              PIC X(250).

       FD APPROVAL-CARD-FILE.
       01 APPROVAL-CARD-RECORD            PIC X(80).

       FD AWAITING-LIST-FILE.
       01 AWAITING-LIST-RECORD            PIC X(80).

       FD OPS-LOG-FILE.
       01 OPS-LOG-RECORD                  PIC X(100).

       FD OPS-ID-FILE.
       01 OPS-ID-RECORD.
           05 OPS-ID-STEP                 PIC X(08).
           05 FILLER                      PIC X(72).

       WORKING-STORAGE SECTION.

               88  WS-SUSPENSE-IN-GOOD          VALUES '00' '10'.
           05  WS-SUSPENSE-OUT-STATUS     PIC X(02).
               88  WS-SUSPENSE-OUT-OK           VALUE '00'.
           05  WS-EDIT-PARM-STATUS        PIC X(02).
               88  WS-EDIT-PARM-STATUS-OK       VALUE '00'.
               88  WS-EDIT-PARM-STATUS-GOOD     VALUES '00' '10'.
           05  WS-WARNING-FILE-STATUS     PIC X(02).
               88  WS-WARNING-STATUS-OK         VALUE '00'.
           05  WS-PENDING-IN-STATUS       PIC X(02).
               88  WS-PENDING-IN-OK             VALUE '00'.
               88  WS-PENDING-IN-GOOD           VALUES '00' '10'.
           05  WS-PENDING-OUT-STATUS      PIC X(02).
               88  WS-PENDING-OUT-OK            VALUE '00'.
           05  WS-APPROVAL-CARD-STATUS    PIC X(02).
               88  WS-APPROVAL-CARD-OK          VALUE '00'.
               88  WS-APPROVAL-CARD-GOOD        VALUES '00' '10'.
           05  WS-AWAITING-LIST-STATUS    PIC X(02).
               88  WS-AWAITING-LIST-OK          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
               88  WS-SUSPENSE-OUT-OPEN                VALUE 'Y'.
           05  WS-SEQUENCE-REJECT-SWITCH   PIC X(01)  VALUE 'N'.
               88  WS-SEQUENCE-REJECT                  VALUE 'Y'.
           05  WS-WARNING-OPEN-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-WARNING-FILE-OPEN                VALUE 'Y'.
           05  WS-EDIT-PARM-EOF-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-EDIT-PARM-END-OF-FILE            VALUE 'Y'.
           05  WS-TRAN-WARNED-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-TRAN-WARNED                      VALUE 'Y'.
           05  WS-TRAN-HELD-SWITCH         PIC X(01)  VALUE 'N'.
               88  WS-TRAN-HELD                        VALUE 'Y'.
           05  WS-PENDING-EOF-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-PENDING-END-OF-FILE              VALUE 'Y'.
           05  WS-PENDING-IN-OPEN-SWITCH   PIC X(01)  VALUE 'N'.
               88  WS-PENDING-IN-OPEN                  VALUE 'Y'.
           05  WS-PENDING-OUT-OPEN-SWITCH  PIC X(01)  VALUE 'N'.
               88  WS-PENDING-OUT-OPEN                 VALUE 'Y'.
           05  WS-AWAITING-OPEN-SWITCH     PIC X(01)  VALUE 'N'.
               88  WS-AWAITING-LIST-OPEN               VALUE 'Y'.
           05  WS-APPROVAL-EOF-SWITCH      PIC X(01)  VALUE 'N'.
               88  WS-APPROVAL-END-OF-FILE             VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-TRAN-READ-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-SUSPENSE-READ-COUNT      PIC 9(09)  COMP  VALUE ZERO.
           05  WS-SUSPENDED-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-EXPIRED-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-TRANSITION-REJECT-COUNT  PIC 9(09)  COMP  VALUE ZERO.
           05  WS-WARNED-COUNT             PIC 9(09)  COMP  VALUE ZERO.
           05  WS-PENDING-READ-COUNT       PIC 9(09)  COMP  VALUE ZERO.
           05  WS-HELD-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-APPROVED-COUNT           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-REFUSED-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-TIMED-OUT-COUNT          PIC 9(09)  COMP  VALUE ZERO.
           05  WS-AWAITING-COUNT           PIC 9(09)  COMP  VALUE ZERO.
           05  WS-CARD-ERROR-COUNT         PIC 9(09)  COMP  VALUE ZERO.

      *    A SUSPENDED TRANSACTION GETS THIS MANY NIGHTS TO FIND ITS
      *    RECORD BEFORE IT EXPIRES OFF THE SUSPENSE FILE.
       77  WS-SUSPENSE-RETRY-LIMIT         PIC 9(03)  COMP  VALUE 5.
       77  WS-PARM-MOVE-LENGTH             PIC 9(04)  COMP  VALUE ZERO.

      *    THE TRANSACTION CURRENTLY BEING APPLIED, WHETHER IT CAME
      *    OFF LAST NIGHT'S SUSPENSE FILE OR TONIGHT'S FRESH
               88  WS-ACTION-DELETE             VALUE 'D'.
               88  WS-ACTION-VALID-CODES        VALUES 'A' 'C' 'D'.
           05  WS-CURRENT-RETRY            PIC 9(03)  VALUE ZERO.
      *        WHO KEYED IT, AND WHO APPROVED IT IF IT WAS HELD -
      *        AN APPROVED TRANSACTION IS NEVER HELD A SECOND TIME.
           05  WS-CURRENT-MAKER            PIC X(08)  VALUE SPACES.
           05  WS-CURRENT-APPROVER         PIC X(08)  VALUE SPACES.

      *    APPROVAL LIMIT AND TIMEOUT, PASSED AS PARM='NNNNNNNNN,DDD'
      *    - THE LIMIT IN WHOLE CURRENCY UNITS, AND THE NUMBER OF DAYS
      *    A HELD ITEM WAITS FOR ITS APPROVAL BEFORE IT TIMES OUT.
       01  WS-PARM-AREA.
           05  WS-PARM-TEXT                PIC X(20)  VALUE SPACES.
           05  WS-PARM-APPROVAL REDEFINES WS-PARM-TEXT.
               10  WS-PARM-LIMIT           PIC 9(09).
               10  WS-PARM-COMMA           PIC X(01).
               10  WS-PARM-DAYS            PIC 9(03).
               10  FILLER                  PIC X(07).

       01  WS-DEFAULT-PARM                 PIC X(20)  VALUE
           '000010000,007'.

      *    THE HOLD DECISION.  NET AND CHANGE ARE SIGNED; THE LIMIT IS
      *    TESTED AGAINST THEIR SIZES.
       01  WS-APPROVAL-WORK.
           05  WS-APPROVAL-LIMIT           PIC 9(09)V99   VALUE ZERO.
           05  WS-APPROVAL-DAYS            PIC 9(03)      VALUE ZERO.
           05  WS-HOLD-NET                 PIC S9(10)V99  VALUE ZERO.
           05  WS-HOLD-CHANGE              PIC S9(10)V99  VALUE ZERO.
           05  WS-HOLD-SIZE                PIC 9(10)V99   VALUE ZERO.
           05  WS-HOLD-REASON              PIC X(01)      VALUE SPACE.
           05  WS-HELD-AGE                 PIC 9(09)  COMP  VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.
       01  WS-TIME-OF-DAY                  PIC 9(08)  VALUE ZERO.

           COPY FDRECORD REPLACING ==FD-RECORD== BY ==WS-TRAN-RECORD==.

           COPY FDSTTRN.

           COPY FDEDPRM.

           COPY FDAPPRV.

      *    STAGED PIECES OF THE NEXT JOURNAL ENTRY.  THE PRIOR IMAGE
      *    OF A CHANGED OR DELETED RECORD IS READ BACK FROM THE INDEX
      *    BEFORE THE UPDATE TOUCHES IT.
           05  WS-REGISTER-REASON          PIC X(30).
           05  FILLER                      PIC X(18)  VALUE SPACES.

       01  WS-AWAITING-HEADING-1.
           05  FILLER                      PIC X(42)  VALUE
               'FILEMNT - TRANSACTIONS AWAITING APPROVAL  '.
           05  FILLER                      PIC X(12)  VALUE
               'RUN DATE    '.
           05  WS-AWAITING-RUN-DATE        PIC 9(08).
           05  FILLER                      PIC X(18)  VALUE SPACES.

       01  WS-AWAITING-HEADING-2.
           05  FILLER                      PIC X(16)  VALUE
               'APPROVAL LIMIT  '.
           05  WS-AWAITING-LIMIT           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(17)  VALUE
               '   TIMEOUT DAYS  '.
           05  WS-AWAITING-DAYS            PIC ZZ9.
           05  FILLER                      PIC X(33)  VALUE SPACES.

       01  WS-AWAITING-HEADING-3.
           05  FILLER                      PIC X(15)  VALUE
               'HELD ON   AGE  '.
           05  FILLER                      PIC X(20)  VALUE
               'ACTION  KEY         '.
           05  FILLER                      PIC X(23)  VALUE
               'KEYED BY  HELD FOR     '.
           05  FILLER                      PIC X(22)  VALUE
               '       NET AMOUNT'.

       01  WS-AWAITING-LINE.
           05  WS-AWAITING-HELD-DATE       PIC 9(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AWAITING-AGE             PIC ZZ9.
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AWAITING-ACTION          PIC X(01).
           05  FILLER                      PIC X(07)  VALUE SPACES.
           05  WS-AWAITING-KEY             PIC X(10).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AWAITING-MAKER           PIC X(08).
           05  FILLER                      PIC X(02)  VALUE SPACES.
           05  WS-AWAITING-HELD-FOR        PIC X(12).
           05  FILLER                      PIC X(01)  VALUE SPACES.
           05  WS-AWAITING-NET             PIC -Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                      PIC X(05)  VALUE SPACES.

       01  WS-AWAITING-TOTAL-LINE.
           05  FILLER                      PIC X(26)  VALUE
               'ITEMS AWAITING APPROVAL = '.
           05  WS-AWAITING-TOTAL           PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(43)  VALUE SPACES.

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
               PERFORM 1500-APPLY-SUSPENSE-FILE THRU 1500-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1600-APPLY-PENDING-FILE THRU 1600-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1700-REGISTER-UNUSED-CARDS THRU 1700-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-READ-TRANSACTION THRU 0200-EXIT
               PERFORM 2000-APPLY-ONE-TRANSACTION THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 3650-WRITE-AWAITING-TOTAL THRU 3650-EXIT
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .
           MOVE ZERO TO WS-TRAN-READ-COUNT WS-ADD-COUNT WS-CHANGE-COUNT
                        WS-DELETE-COUNT WS-REJECT-COUNT
                        WS-SUSPENSE-READ-COUNT WS-SUSPENDED-COUNT
                        WS-EXPIRED-COUNT WS-TRANSITION-REJECT-COUNT
                        WS-WARNED-COUNT WS-PENDING-READ-COUNT
                        WS-HELD-COUNT WS-APPROVED-COUNT WS-REFUSED-COUNT
                        WS-TIMED-OUT-COUNT WS-AWAITING-COUNT
                        WS-CARD-ERROR-COUNT
           SET WS-NOT-END-OF-FILE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1300-GET-APPROVAL-PARM THRU 1300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           OPEN INPUT TRANSACTION-FILE
           IF WS-TRAN-STATUS-OK
               SET WS-TRAN-FILE-OPEN TO TRUE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
      *    THE WARNINGS FILE IS FILEDEMO'S, STARTED FRESH EACH NIGHT;
      *    A WARNED MAINTENANCE RECORD IS ADDED BEHIND THE FEED'S.
           IF NOT WS-ABORT-REQUESTED
               OPEN EXTEND WARNING-FILE
               IF WS-WARNING-STATUS-OK
                   SET WS-WARNING-FILE-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILEMNT: WARNING-FILE OPEN FAILED, '
                           'STATUS = ' WS-WARNING-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
      *    TONIGHT'S PENDING-APPROVAL GENERATION CARRIES FORWARD
      *    EVERYTHING STILL WAITING PLUS WHATEVER IS HELD TONIGHT; THE
      *    LISTING OF IT GOES TO THE SUPERVISORS.
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT PENDING-OUT-FILE
               IF WS-PENDING-OUT-OK
                   SET WS-PENDING-OUT-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILEMNT: PENDING-OUT-FILE OPEN FAILED, '
                           'STATUS = ' WS-PENDING-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               OPEN OUTPUT AWAITING-LIST-FILE
               IF WS-AWAITING-LIST-OK
                   SET WS-AWAITING-LIST-OPEN TO TRUE
               ELSE
                   DISPLAY 'FILEMNT: AWAITING-LIST-FILE OPEN FAILED, '
                           'STATUS = ' WS-AWAITING-LIST-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
               END-IF
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1200-LOAD-EDIT-LIMITS THRU 1200-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1100-WRITE-REGISTER-HEADINGS THRU 1100-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1150-WRITE-AWAITING-HEADINGS THRU 1150-EXIT
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1400-LOAD-APPROVAL-CARDS THRU 1400-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

      *    THE SAME EDIT-LIMIT RULES FILEDEMO LOADS, AND THE SAME
      *    REFUSAL TO RUN ON A RULE SET THAT DID NOT LOAD WHOLE.  AN
      *    EMPTY DATASET MEANS NO LIMITS.
       1200-LOAD-EDIT-LIMITS.
           MOVE ZERO TO EP-RULE-COUNT
           OPEN INPUT EDIT-PARM-FILE
           IF NOT WS-EDIT-PARM-STATUS-OK
               DISPLAY 'FILEMNT: EDIT-PARM-FILE OPEN FAILED, STATUS = '
                       WS-EDIT-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1200-EXIT
           END-IF
           MOVE 'N' TO WS-EDIT-PARM-EOF-SWITCH
           PERFORM 1250-LOAD-ONE-LIMIT THRU 1250-EXIT
               UNTIL WS-EDIT-PARM-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE EDIT-PARM-FILE
           IF WS-ABORT-REQUESTED
               GO TO 1200-EXIT
           END-IF
           DISPLAY 'FILEMNT: EDIT-LIMIT RULES LOADED = ' EP-RULE-COUNT
           MOVE WS-RUN-DATE TO EP-CHECK-DATE
           PERFORM 2780-DATE-TO-DAYNUM THRU 2780-EXIT
           MOVE EP-DAYNUM TO EP-RUN-DAYNUM
           .
       1200-EXIT.
           EXIT.

       1250-LOAD-ONE-LIMIT.
           READ EDIT-PARM-FILE INTO EP-PARM-CARD
               AT END
                   SET WS-EDIT-PARM-END-OF-FILE TO TRUE
                   GO TO 1250-EXIT
           END-READ
           IF NOT WS-EDIT-PARM-STATUS-GOOD
               DISPLAY 'FILEMNT: EDIT-PARM-FILE READ ERROR, STATUS = '
                       WS-EDIT-PARM-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1250-EXIT
           END-IF
           IF EP-PARM-CARD = SPACES OR EP-PARM-CARD (1:1) = '*'
               GO TO 1250-EXIT
           END-IF
           IF EP-RULE-COUNT >= EP-RULE-MAX
               DISPLAY 'FILEMNT: MORE THAN ' EP-RULE-MAX
                       ' EDIT-LIMIT RULES ON EDPDD'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1250-EXIT
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
               GO TO 1250-BAD-CARD
           END-IF
           IF EP-RULE-AMOUNT-1 (EP-CHECK-SUB)
                   OR EP-RULE-AMOUNT-2 (EP-CHECK-SUB)
               IF EP-CARD-LOW NOT NUMERIC OR EP-CARD-HIGH NOT NUMERIC
                   GO TO 1250-BAD-CARD
               END-IF
               IF EP-CARD-LOW > EP-CARD-HIGH
                   GO TO 1250-BAD-CARD
               END-IF
               MOVE EP-CARD-LOW  TO EP-RULE-LOW (EP-CHECK-SUB)
               MOVE EP-CARD-HIGH TO EP-RULE-HIGH (EP-CHECK-SUB)
           END-IF
           IF EP-RULE-AMT-2-SHARE (EP-CHECK-SUB)
               IF EP-CARD-PERCENT NOT NUMERIC
                   GO TO 1250-BAD-CARD
               END-IF
               MOVE EP-CARD-PERCENT TO EP-RULE-PERCENT (EP-CHECK-SUB)
           END-IF
           IF EP-RULE-OLDEST-DATE (EP-CHECK-SUB)
                   OR EP-RULE-FUTURE-DATE (EP-CHECK-SUB)
               IF EP-CARD-DAYS NOT NUMERIC
                   GO TO 1250-BAD-CARD
               END-IF
               MOVE EP-CARD-DAYS TO EP-RULE-DAYS (EP-CHECK-SUB)
           END-IF
           GO TO 1250-EXIT
           .
       1250-BAD-CARD.
           DISPLAY 'FILEMNT: EDIT PARAMETER CARD UNUSABLE - '
                   EP-PARM-CARD
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       1250-EXIT.
           EXIT.

      *    BLANK TAKES THE STANDARD LIMIT AND TIMEOUT.  ANYTHING ELSE
      *    MUST BE NNNNNNNNN,DDD WITH A TIMEOUT OF AT LEAST ONE DAY.
       1300-GET-APPROVAL-PARM.
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
           IF WS-PARM-LIMIT NUMERIC AND WS-PARM-COMMA = ','
                   AND WS-PARM-DAYS NUMERIC
                   AND WS-PARM-TEXT (14:7) = SPACES
                   AND WS-PARM-DAYS > ZERO
               MOVE WS-PARM-LIMIT TO WS-APPROVAL-LIMIT
               MOVE WS-PARM-DAYS  TO WS-APPROVAL-DAYS
           ELSE
               DISPLAY 'FILEMNT: APPROVAL PARM MUST BE NNNNNNNNN,DDD, '
                       'PARM = ' WS-PARM-TEXT
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1300-EXIT.
           EXIT.

      *    THE NIGHT'S APPROVAL CARDS GO INTO A TABLE BEFORE THE
      *    PENDING FILE IS READ.  AN UNUSABLE CARD APPROVES NOTHING -
      *    IT IS NAMED ON THE REGISTER AND THE ITEM IT WAS MEANT FOR
      *    KEEPS WAITING.  AN EMPTY DATASET MEANS NO APPROVALS TONIGHT.
       1400-LOAD-APPROVAL-CARDS.
           MOVE ZERO TO AP-CARD-COUNT
           OPEN INPUT APPROVAL-CARD-FILE
           IF NOT WS-APPROVAL-CARD-OK
               DISPLAY 'FILEMNT: APPROVAL-CARD-FILE OPEN FAILED, '
                       'STATUS = ' WS-APPROVAL-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1400-EXIT
           END-IF
           MOVE 'N' TO WS-APPROVAL-EOF-SWITCH
           PERFORM 1450-LOAD-ONE-APPROVAL THRU 1450-EXIT
               UNTIL WS-APPROVAL-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE APPROVAL-CARD-FILE
           IF NOT WS-ABORT-REQUESTED
               DISPLAY 'FILEMNT: APPROVAL CARDS LOADED = '
                       AP-CARD-COUNT
           END-IF
           .
       1400-EXIT.
           EXIT.

       1450-LOAD-ONE-APPROVAL.
           READ APPROVAL-CARD-FILE INTO AP-APPROVAL-CARD
               AT END
                   SET WS-APPROVAL-END-OF-FILE TO TRUE
                   GO TO 1450-EXIT
           END-READ
           IF NOT WS-APPROVAL-CARD-GOOD
               DISPLAY 'FILEMNT: APPROVAL-CARD-FILE READ ERROR, '
                       'STATUS = ' WS-APPROVAL-CARD-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1450-EXIT
           END-IF
           IF AP-APPROVAL-CARD = SPACES
                   OR AP-APPROVAL-CARD (1:1) = '*'
               GO TO 1450-EXIT
           END-IF
           MOVE SPACES TO WS-REGISTER-REASON
           EVALUATE TRUE
               WHEN AP-CARD-KEY = SPACES
                   MOVE 'RECORD KEY IS BLANK' TO WS-REGISTER-REASON
               WHEN NOT AP-CARD-VALID-ACTION
                   MOVE 'INVALID ACTION CODE' TO WS-REGISTER-REASON
               WHEN AP-CARD-HELD-DATE-NUM NOT NUMERIC
                   MOVE 'HELD DATE NOT NUMERIC' TO WS-REGISTER-REASON
               WHEN AP-CARD-APPROVER = SPACES
                   MOVE 'NO APPROVER USER ID' TO WS-REGISTER-REASON
           END-EVALUATE
           IF WS-REGISTER-REASON NOT = SPACES
               ADD 1 TO WS-CARD-ERROR-COUNT
               MOVE AP-CARD-ACTION TO WS-CURRENT-ACTION
               MOVE AP-CARD-KEY TO FD-RECORD-KEY OF WS-TRAN-RECORD
               MOVE 'CARD ERROR' TO WS-REGISTER-DISPOSITION
               PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT
               GO TO 1450-EXIT
           END-IF
           IF AP-CARD-COUNT >= AP-CARD-MAX
               DISPLAY 'FILEMNT: MORE THAN ' AP-CARD-MAX
                       ' APPROVAL CARDS ON APRDD'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1450-EXIT
           END-IF
           ADD 1 TO AP-CARD-COUNT
           MOVE AP-CARD-KEY       TO AP-TBL-KEY (AP-CARD-COUNT)
           MOVE AP-CARD-ACTION    TO AP-TBL-ACTION (AP-CARD-COUNT)
           MOVE AP-CARD-HELD-DATE-NUM
               TO AP-TBL-HELD-DATE (AP-CARD-COUNT)
           MOVE AP-CARD-APPROVER  TO AP-TBL-APPROVER (AP-CARD-COUNT)
           MOVE 'N' TO AP-TBL-USED-SWITCH (AP-CARD-COUNT)
           .
       1450-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    RE-APPLY LAST NIGHT'S SUSPENDED TRANSACTIONS AHEAD OF THE
      *    FRESH TRANSACTION FILE - THE ADD THAT WAS MISSING IS
           ADD 1 TO WS-SUSPENSE-READ-COUNT
           MOVE SUSP-IN-ACTION-CODE TO WS-CURRENT-ACTION
           MOVE SUSP-IN-RECORD-DATA TO WS-TRAN-RECORD
           MOVE SUSP-IN-MAKER-ID TO WS-CURRENT-MAKER
           MOVE SUSP-IN-APPROVER-ID TO WS-CURRENT-APPROVER
      *    A SUSPENSE RECORD WITH AN UNREADABLE RETRY COUNT MUST NOT
      *    CIRCLE FOREVER - IT IS TREATED AS ALREADY AT THE LIMIT.
           IF SUSP-IN-RETRY-COUNT NUMERIC
       1550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    WORK THROUGH WHAT WAS WAITING FOR APPROVAL AT THE END OF
      *    LAST NIGHT.  AN ITEM WITH AN APPROVAL CARD FROM SOMEONE
      *    OTHER THAN ITS KEYING USER IS APPLIED NOW, THROUGH THE SAME
      *    EDITS AS ANY OTHER TRANSACTION AND AGAINST THE INDEX AS IT
      *    STANDS TONIGHT.  A CARD FROM THE KEYING USER IS REFUSED.
      *    AN ITEM STILL UNAPPROVED PAST THE TIMEOUT DROPS OFF; ANY
      *    OTHER IS CARRIED FORWARD.  A PENDING FILE THAT WILL NOT
      *    OPEN OR IS EMPTY JUST MEANS NOTHING IS WAITING.
      *----------------------------------------------------------------
       1600-APPLY-PENDING-FILE.
           OPEN INPUT PENDING-IN-FILE
           IF NOT WS-PENDING-IN-OK
               GO TO 1600-EXIT
           END-IF
           SET WS-PENDING-IN-OPEN TO TRUE
           PERFORM 1650-APPLY-ONE-PENDING THRU 1650-EXIT
               UNTIL WS-PENDING-END-OF-FILE OR WS-ABORT-REQUESTED
           CLOSE PENDING-IN-FILE
           MOVE 'N' TO WS-PENDING-IN-OPEN-SWITCH
           .
       1600-EXIT.
           EXIT.

       1650-APPLY-ONE-PENDING.
           READ PENDING-IN-FILE INTO AP-PENDING-RECORD
               AT END
                   SET WS-PENDING-END-OF-FILE TO TRUE
                   GO TO 1650-EXIT
           END-READ
           IF NOT WS-PENDING-IN-GOOD
               DISPLAY 'FILEMNT: PENDING-IN-FILE READ ERROR, '
                       'STATUS = ' WS-PENDING-IN-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1650-EXIT
           END-IF
           ADD 1 TO WS-PENDING-READ-COUNT
           MOVE AP-ACTION-CODE TO WS-CURRENT-ACTION
           MOVE AP-RECORD-DATA TO WS-TRAN-RECORD
           MOVE AP-MAKER-ID TO WS-CURRENT-MAKER
           MOVE SPACES TO WS-CURRENT-APPROVER
           MOVE ZERO TO WS-CURRENT-RETRY
      *    ONLY AN ITEM HELD ON AN EARLIER NIGHT CAN BE APPROVED.
           IF AP-HELD-DATE < WS-RUN-DATE
               MOVE ZERO TO AP-CARD-SUB
               PERFORM 1660-MATCH-ONE-CARD THRU 1660-EXIT
                   UNTIL AP-CARD-SUB >= AP-CARD-COUNT
                       OR WS-ABORT-REQUESTED
           END-IF
           IF WS-ABORT-REQUESTED
               GO TO 1650-EXIT
           END-IF
           IF WS-CURRENT-APPROVER NOT = SPACES
               ADD 1 TO WS-APPROVED-COUNT
               MOVE 'APPROVED' TO WS-REGISTER-DISPOSITION
               MOVE SPACES TO WS-REGISTER-REASON
               MOVE 'CHECKED BY' TO WS-REGISTER-REASON (1:10)
               MOVE WS-CURRENT-APPROVER TO WS-REGISTER-REASON (12:8)
               PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT
               IF NOT WS-ABORT-REQUESTED
                   PERFORM 2050-APPLY-CURRENT-TRAN THRU 2050-EXIT
               END-IF
               GO TO 1650-EXIT
           END-IF
      *    AGE IN CALENDAR DAYS SINCE THE NIGHT IT WAS HELD.
           MOVE AP-HELD-DATE TO EP-CHECK-DATE
           PERFORM 2780-DATE-TO-DAYNUM THRU 2780-EXIT
           MOVE ZERO TO WS-HELD-AGE
           IF EP-DAYNUM < EP-RUN-DAYNUM
               COMPUTE WS-HELD-AGE = EP-RUN-DAYNUM - EP-DAYNUM
           END-IF
           IF WS-HELD-AGE > WS-APPROVAL-DAYS
               ADD 1 TO WS-TIMED-OUT-COUNT
               MOVE 'TIMED OUT' TO WS-REGISTER-DISPOSITION
               MOVE SPACES TO WS-REGISTER-REASON
               MOVE 'UNAPPROVED SINCE' TO WS-REGISTER-REASON (1:16)
               MOVE AP-HELD-DATE TO WS-REGISTER-REASON (18:8)
               PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT
               GO TO 1650-EXIT
           END-IF
           PERFORM 3550-WRITE-PENDING-RECORD THRU 3550-EXIT
           .
       1650-EXIT.
           EXIT.

      *    ONE APPROVAL CARD AGAINST THE HELD ITEM IN AP-PENDING-RECORD.
      *    EVERY CARD NAMING THE ITEM IS USED UP; THE FIRST FROM A USER
      *    OTHER THAN THE MAKER APPROVES IT, AND EACH ONE FROM THE MAKER
      *    IS REFUSED ON THE REGISTER.
       1660-MATCH-ONE-CARD.
           ADD 1 TO AP-CARD-SUB
           IF AP-TBL-USED (AP-CARD-SUB)
                   OR AP-TBL-KEY (AP-CARD-SUB)
                       NOT = FD-RECORD-KEY OF WS-TRAN-RECORD
                   OR AP-TBL-ACTION (AP-CARD-SUB) NOT = AP-ACTION-CODE
                   OR AP-TBL-HELD-DATE (AP-CARD-SUB) NOT = AP-HELD-DATE
               GO TO 1660-EXIT
           END-IF
           SET AP-TBL-USED (AP-CARD-SUB) TO TRUE
           IF AP-TBL-APPROVER (AP-CARD-SUB) = AP-MAKER-ID
               ADD 1 TO WS-REFUSED-COUNT
               MOVE 'REFUSED' TO WS-REGISTER-DISPOSITION
               MOVE SPACES TO WS-REGISTER-REASON
               MOVE 'SELF-APPROVAL BY' TO WS-REGISTER-REASON (1:16)
               MOVE AP-MAKER-ID TO WS-REGISTER-REASON (18:8)
               PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT
               GO TO 1660-EXIT
           END-IF
           IF WS-CURRENT-APPROVER = SPACES
               MOVE AP-TBL-APPROVER (AP-CARD-SUB) TO WS-CURRENT-APPROVER
           END-IF
           .
       1660-EXIT.
           EXIT.

      *    A CARD THAT MATCHED NOTHING WAITING - A MISKEYED KEY OR
      *    DATE, OR AN ITEM THAT HAS ALREADY TIMED OUT - IS NAMED ON
      *    THE REGISTER SO WHOEVER KEYED IT CAN PUT IT RIGHT.
       1700-REGISTER-UNUSED-CARDS.
           MOVE ZERO TO AP-CARD-SUB
           PERFORM 1750-REGISTER-ONE-UNUSED THRU 1750-EXIT
               UNTIL AP-CARD-SUB >= AP-CARD-COUNT OR WS-ABORT-REQUESTED
           .
       1700-EXIT.
           EXIT.

       1750-REGISTER-ONE-UNUSED.
           ADD 1 TO AP-CARD-SUB
           IF AP-TBL-USED (AP-CARD-SUB)
               GO TO 1750-EXIT
           END-IF
           ADD 1 TO WS-CARD-ERROR-COUNT
           MOVE AP-TBL-ACTION (AP-CARD-SUB) TO WS-CURRENT-ACTION
           MOVE AP-TBL-KEY (AP-CARD-SUB)
               TO FD-RECORD-KEY OF WS-TRAN-RECORD
           MOVE 'NO MATCH' TO WS-REGISTER-DISPOSITION
           MOVE SPACES TO WS-REGISTER-REASON
           MOVE 'NOTHING HELD ON' TO WS-REGISTER-REASON (1:15)
           MOVE AP-TBL-HELD-DATE (AP-CARD-SUB)
               TO WS-REGISTER-REASON (17:8)
           PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT
           .
       1750-EXIT.
           EXIT.

       1100-WRITE-REGISTER-HEADINGS.
           MOVE WS-RUN-DATE TO WS-HEADING-RUN-DATE
           WRITE REGISTER-RECORD FROM WS-REGISTER-HEADING-1
       1100-EXIT.
           EXIT.

       1150-WRITE-AWAITING-HEADINGS.
           MOVE WS-RUN-DATE TO WS-AWAITING-RUN-DATE
           MOVE WS-APPROVAL-LIMIT TO WS-AWAITING-LIMIT
           MOVE WS-APPROVAL-DAYS TO WS-AWAITING-DAYS
           WRITE AWAITING-LIST-RECORD FROM WS-AWAITING-HEADING-1
           IF NOT WS-AWAITING-LIST-OK
               GO TO 1150-WRITE-ERROR
           END-IF
           WRITE AWAITING-LIST-RECORD FROM WS-AWAITING-HEADING-2
           IF NOT WS-AWAITING-LIST-OK
               GO TO 1150-WRITE-ERROR
           END-IF
           WRITE AWAITING-LIST-RECORD FROM WS-AWAITING-HEADING-3
           IF NOT WS-AWAITING-LIST-OK
               GO TO 1150-WRITE-ERROR
           END-IF
           GO TO 1150-EXIT
           .
       1150-WRITE-ERROR.
           DISPLAY 'FILEMNT: AWAITING-LIST-FILE WRITE FAILED, STATUS = '
                   WS-AWAITING-LIST-STATUS
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       1150-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    TRANSACTION-FILE READ
      *----------------------------------------------------------------
           MOVE TRAN-ACTION-CODE TO WS-CURRENT-ACTION
           MOVE TRAN-RECORD-DATA TO WS-TRAN-RECORD
           MOVE ZERO TO WS-CURRENT-RETRY
           MOVE TRAN-USER-ID TO WS-CURRENT-MAKER
           MOVE SPACES TO WS-CURRENT-APPROVER
           PERFORM 2050-APPLY-CURRENT-TRAN THRU 2050-EXIT
           PERFORM 0200-READ-TRANSACTION THRU 0200-EXIT
           .
       2050-APPLY-CURRENT-TRAN.
           MOVE SPACES TO WS-REGISTER-REASON
           MOVE 'N' TO WS-SEQUENCE-REJECT-SWITCH
           MOVE 'N' TO WS-TRAN-WARNED-SWITCH
           MOVE 'N' TO WS-TRAN-HELD-SWITCH
           EVALUATE TRUE
               WHEN WS-ACTION-ADD
                   PERFORM 2100-APPLY-ADD THRU 2100-EXIT
               GO TO 2100-EXIT
           END-IF
           PERFORM 2500-ENRICH-TRAN-RECORD THRU 2500-EXIT
           MOVE FD-RECORD-NET-AMOUNT OF WS-TRAN-RECORD TO WS-HOLD-NET
           MOVE ZERO TO WS-HOLD-CHANGE
           PERFORM 2800-CHECK-APPROVAL-HOLD THRU 2800-EXIT
           IF WS-TRAN-HELD
               GO TO 2100-EXIT
           END-IF
           MOVE WS-TRAN-RECORD TO INDEX-RECORD
           WRITE INDEX-RECORD
           EVALUATE TRUE
                   PERFORM 8000-INDEX-IO-ERROR THRU 8000-EXIT
                   GO TO 2200-EXIT
           END-EVALUATE
      *    THE STATUS MAY ONLY MOVE ALONG THE LIFECYCLE - THE VERSION
      *    JUST READ BACK IS THE FROM SIDE, AND ITS RESTORE FLAG IS
      *    WHAT LETS A REOPENED RECORD GO FROM CLOSED TO PENDING.
           MOVE FD-RECORD-STATUS-CODE OF INDEX-RECORD TO ST-CHECK-FROM
           MOVE FD-RECORD-STATUS-CODE OF WS-TRAN-RECORD TO ST-CHECK-TO
           MOVE FD-RECORD-RESTORE-FLAG OF INDEX-RECORD
               TO ST-CHECK-RESTORE-FLAG
           PERFORM 2600-CHECK-STATUS-TRANSITION THRU 2600-EXIT
           IF NOT ST-TRANSITION-ALLOWED
               ADD 1 TO WS-TRANSITION-REJECT-COUNT
               IF ST-TRANSITION-NEEDS-RESTORE
                   MOVE 'STATUS    TO    NEEDS RESTORE'
                       TO WS-REGISTER-REASON
               ELSE
                   MOVE 'STATUS    TO    NOT ALLOWED'
                       TO WS-REGISTER-REASON
               END-IF
               MOVE ST-CHECK-FROM TO WS-REGISTER-REASON (8:2)
               MOVE ST-CHECK-TO TO WS-REGISTER-REASON (14:2)
               PERFORM 3100-WRITE-REJECTED-LINE THRU 3100-EXIT
               GO TO 2200-EXIT
           END-IF
      *    THE CHANGE IN NET AMOUNT IS MEASURED AGAINST THE VERSION ON
      *    THE INDEX; ONE WHOSE AMOUNTS WILL NOT READ COUNTS AS ZERO.
           MOVE FD-RECORD-NET-AMOUNT OF WS-TRAN-RECORD TO WS-HOLD-NET
           MOVE WS-HOLD-NET TO WS-HOLD-CHANGE
           IF FD-RECORD-AMOUNT-1 OF INDEX-RECORD NUMERIC
                   AND FD-RECORD-AMOUNT-2 OF INDEX-RECORD NUMERIC
               COMPUTE WS-HOLD-CHANGE = WS-HOLD-NET
                   - (FD-RECORD-AMOUNT-1 OF INDEX-RECORD
                      - FD-RECORD-AMOUNT-2 OF INDEX-RECORD)
           END-IF
           PERFORM 2800-CHECK-APPROVAL-HOLD THRU 2800-EXIT
           IF WS-TRAN-HELD
               GO TO 2200-EXIT
           END-IF
           MOVE WS-TRAN-RECORD TO INDEX-RECORD
           REWRITE INDEX-RECORD
           EVALUATE TRUE
                   PERFORM 8000-INDEX-IO-ERROR THRU 8000-EXIT
                   GO TO 2300-EXIT
           END-EVALUATE
      *    A DELETE IS ALWAYS HELD; THE LISTING SHOWS THE NET AMOUNT
      *    OF THE RECORD IT WOULD TAKE OFF THE INDEX.
           MOVE ZERO TO WS-HOLD-NET
           IF FD-RECORD-AMOUNT-1 OF INDEX-RECORD NUMERIC
                   AND FD-RECORD-AMOUNT-2 OF INDEX-RECORD NUMERIC
               COMPUTE WS-HOLD-NET = FD-RECORD-AMOUNT-1 OF INDEX-RECORD
                   - FD-RECORD-AMOUNT-2 OF INDEX-RECORD
           END-IF
           COMPUTE WS-HOLD-CHANGE = ZERO - WS-HOLD-NET
           PERFORM 2800-CHECK-APPROVAL-HOLD THRU 2800-EXIT
           IF WS-TRAN-HELD
               GO TO 2300-EXIT
           END-IF
           DELETE INDEX-FILE RECORD
           EVALUATE TRUE
               WHEN WS-INDEX-STATUS-OK
           EXIT.

      *    SAME EDITS AS FILEDEMO'S 0300-VALIDATE-RECORD, WITH THE
      *    FIRST FAILING EDIT NAMED ON THE REGISTER LINE.  THE EDIT
      *    LIMITS COME LAST, ONCE THE FIELDS ARE KNOWN WELL FORMED.
       2400-VALIDATE-TRAN-RECORD.
           SET WS-TRAN-VALID TO TRUE
           IF FD-RECORD-KEY OF WS-TRAN-RECORD = SPACES
           IF NOT FD-STATUS-VALID-CODES OF WS-TRAN-RECORD
               SET WS-TRAN-INVALID TO TRUE
               MOVE 'INVALID STATUS CODE' TO WS-REGISTER-REASON
               GO TO 2400-EXIT
           END-IF
           IF EP-RULE-COUNT = ZERO
               GO TO 2400-EXIT
           END-IF
           MOVE FD-RECORD-STATUS-CODE OF WS-TRAN-RECORD
               TO EP-CHECK-STATUS
           MOVE FD-RECORD-AMOUNT-1 OF WS-TRAN-RECORD
               TO EP-CHECK-AMOUNT-1
           MOVE FD-RECORD-AMOUNT-2 OF WS-TRAN-RECORD
               TO EP-CHECK-AMOUNT-2
           MOVE FD-RECORD-DATE OF WS-TRAN-RECORD TO EP-CHECK-DATE
           PERFORM 2700-CHECK-EDIT-LIMITS THRU 2700-EXIT
           IF EP-CHECK-REJECTED
               SET WS-TRAN-INVALID TO TRUE
               MOVE EP-CHECK-REASON TO WS-REGISTER-REASON
           END-IF
           IF EP-CHECK-WARNED
               SET WS-TRAN-WARNED TO TRUE
               MOVE EP-CHECK-REASON TO WS-REGISTER-REASON
           END-IF
           .
       2400-EXIT.
           MOVE ZERO TO FD-RECORD-SOURCE-SEQ OF WS-TRAN-RECORD
           MOVE 'TRANDD' TO FD-RECORD-SOURCE-NAME OF WS-TRAN-RECORD
           MOVE SPACES TO FD-RECORD-REJECT-REASONS OF WS-TRAN-RECORD
           MOVE SPACES TO FD-EDIT-LIMIT-RULE OF WS-TRAN-RECORD
           .
       2500-EXIT.
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
      *    EDIT-LIMIT CHECK AGAINST THE FDEDPRM RULE TABLE.  THE CALLER
      *    SETS EP-CHECK-STATUS, -AMOUNT-1, -AMOUNT-2 AND -DATE.  THE
      *    FIRST REJECT-TIER RULE FAILED ENDS THE SCAN AND REJECTS;
      *    FAILING ONLY WARN-TIER RULES WARNS UNDER THE FIRST OF THEM.
      *----------------------------------------------------------------
       2700-CHECK-EDIT-LIMITS.
           SET EP-CHECK-PASSED TO TRUE
           MOVE SPACES TO EP-CHECK-RULE EP-CHECK-REASON
           MOVE EP-CHECK-AMOUNT-1 TO EP-CHECK-AMT-1-SIZE
           MOVE EP-CHECK-AMOUNT-2 TO EP-CHECK-AMT-2-SIZE
           MOVE 'N' TO EP-CHECK-DATE-SWITCH
           IF EP-CHECK-MONTH >= 1 AND EP-CHECK-MONTH <= 12
                   AND EP-CHECK-DAY >= 1 AND EP-CHECK-DAY <= 31
               SET EP-CHECK-DATE-USABLE TO TRUE
               PERFORM 2780-DATE-TO-DAYNUM THRU 2780-EXIT
               MOVE EP-DAYNUM TO EP-RECORD-DAYNUM
           END-IF
           MOVE ZERO TO EP-CHECK-SUB
           PERFORM 2750-CHECK-ONE-LIMIT THRU 2750-EXIT
               UNTIL EP-CHECK-REJECTED
                   OR EP-CHECK-SUB >= EP-RULE-COUNT
           .
       2700-EXIT.
           EXIT.

       2750-CHECK-ONE-LIMIT.
           ADD 1 TO EP-CHECK-SUB
           IF NOT EP-RULE-ANY-STATUS (EP-CHECK-SUB)
                   AND EP-RULE-STATUS (EP-CHECK-SUB)
                       NOT = EP-CHECK-STATUS
               GO TO 2750-EXIT
           END-IF
           IF EP-CHECK-WARNED AND EP-RULE-WARN (EP-CHECK-SUB)
               GO TO 2750-EXIT
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
               GO TO 2750-EXIT
           END-IF
           MOVE EP-RULE-ID (EP-CHECK-SUB) TO EP-CHECK-RULE
           MOVE EP-CHECK-FAIL-REASON TO EP-CHECK-REASON
           IF EP-RULE-REJECT (EP-CHECK-SUB)
               SET EP-CHECK-REJECTED TO TRUE
           ELSE
               SET EP-CHECK-WARNED TO TRUE
           END-IF
           .
       2750-EXIT.
           EXIT.

      *    EP-CHECK-DATE (YYYYMMDD) TO A DAY NUMBER IN EP-DAYNUM, WITH
      *    THE YEAR STARTING IN MARCH SO THE LEAP DAY FALLS LAST.
       2780-DATE-TO-DAYNUM.
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
       2780-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    DUAL CONTROL.  THE CALLER SETS WS-HOLD-NET AND WS-HOLD-
      *    CHANGE.  A DELETE, OR AN ADD OR CHANGE WHOSE NET AMOUNT OR
      *    CHANGE IN NET AMOUNT IS OVER THE APPROVAL LIMIT, GOES TO
      *    THE PENDING-APPROVAL FILE INSTEAD OF THE INDEX, UNLESS IT
      *    HAS ALREADY BEEN APPROVED.  ONE WITH NO KEYING USER ID
      *    CANNOT BE CHECKED AGAINST ITS APPROVER AND IS REJECTED.
      *----------------------------------------------------------------
       2800-CHECK-APPROVAL-HOLD.
           MOVE 'N' TO WS-TRAN-HELD-SWITCH
           IF WS-CURRENT-APPROVER NOT = SPACES
               GO TO 2800-EXIT
           END-IF
           MOVE SPACE TO WS-HOLD-REASON
           IF WS-ACTION-DELETE
               MOVE 'D' TO WS-HOLD-REASON
           ELSE
               MOVE WS-HOLD-NET TO WS-HOLD-SIZE
               IF WS-HOLD-SIZE > WS-APPROVAL-LIMIT
                   MOVE 'N' TO WS-HOLD-REASON
               ELSE
                   MOVE WS-HOLD-CHANGE TO WS-HOLD-SIZE
                   IF WS-HOLD-SIZE > WS-APPROVAL-LIMIT
                       MOVE 'C' TO WS-HOLD-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-HOLD-REASON = SPACE
               GO TO 2800-EXIT
           END-IF
           SET WS-TRAN-HELD TO TRUE
           IF WS-CURRENT-MAKER = SPACES
               MOVE 'NO KEYING USER ID' TO WS-REGISTER-REASON
               PERFORM 3100-WRITE-REJECTED-LINE THRU 3100-EXIT
               GO TO 2800-EXIT
           END-IF
           PERFORM 3500-HOLD-FOR-APPROVAL THRU 3500-EXIT
           .
       2800-EXIT.
           EXIT.

      *    A WARNED ADD OR CHANGE IS ON THE INDEX LIKE ANY OTHER; ITS
      *    REGISTER LINE SAYS SO, WITH THE LIMIT IT BROKE, AND ITS
      *    AFTER-IMAGE GOES TO THE WARNINGS FILE FOR THE MORNING.
       3000-WRITE-APPLIED-LINE.
           MOVE 'APPLIED' TO WS-REGISTER-DISPOSITION
           IF WS-TRAN-WARNED
               PERFORM 3400-WRITE-WARNING-RECORD THRU 3400-EXIT
               MOVE 'WARNED' TO WS-REGISTER-DISPOSITION
           END-IF
           PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT
           .
       3000-EXIT.
           ADD 1 TO SUSP-OUT-RETRY-COUNT
           MOVE WS-CURRENT-ACTION TO SUSP-OUT-ACTION-CODE
           MOVE WS-TRAN-RECORD TO SUSP-OUT-RECORD-DATA
           MOVE WS-CURRENT-MAKER TO SUSP-OUT-MAKER-ID
           MOVE WS-CURRENT-APPROVER TO SUSP-OUT-APPROVER-ID
           WRITE SUSPENSE-OUT-RECORD
           IF NOT WS-SUSPENSE-OUT-OK
               DISPLAY 'FILEMNT: SUSPENSE-OUT-FILE WRITE FAILED, '
       3300-EXIT.
           EXIT.

       3400-WRITE-WARNING-RECORD.
           MOVE WS-TRAN-RECORD TO WARNING-RECORD
           MOVE EP-CHECK-RULE TO FD-EDIT-LIMIT-RULE OF WARNING-RECORD
           WRITE WARNING-RECORD
           IF WS-WARNING-STATUS-OK
               ADD 1 TO WS-WARNED-COUNT
           ELSE
               DISPLAY 'FILEMNT: WARNING-FILE WRITE FAILED, '
                       'STATUS = ' WS-WARNING-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       3400-EXIT.
           EXIT.

      *    HOLD THE CURRENT TRANSACTION FOR APPROVAL - ONTO TONIGHT'S
      *    PENDING GENERATION AND THE AWAITING LISTING, WITH A HELD
      *    LINE ON THE REGISTER NAMING WHAT TRIPPED THE HOLD AND WHO
      *    KEYED IT.
       3500-HOLD-FOR-APPROVAL.
           MOVE SPACES TO AP-PENDING-RECORD
           MOVE WS-RUN-DATE TO AP-HELD-DATE
           MOVE WS-CURRENT-MAKER TO AP-MAKER-ID
           MOVE WS-HOLD-REASON TO AP-HOLD-REASON
           MOVE WS-CURRENT-ACTION TO AP-ACTION-CODE
           MOVE WS-HOLD-NET TO AP-NET-AMOUNT
           MOVE WS-HOLD-CHANGE TO AP-CHANGE-AMOUNT
           MOVE WS-TRAN-RECORD TO AP-RECORD-DATA
           MOVE ZERO TO WS-HELD-AGE
           PERFORM 3550-WRITE-PENDING-RECORD THRU 3550-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 3500-EXIT
           END-IF
           ADD 1 TO WS-HELD-COUNT
           MOVE 'HELD' TO WS-REGISTER-DISPOSITION
           MOVE SPACES TO WS-REGISTER-REASON
           EVALUATE TRUE
               WHEN AP-HELD-NET
                   MOVE 'NET AMOUNT' TO WS-REGISTER-REASON (1:12)
               WHEN AP-HELD-CHANGE
                   MOVE 'NET CHANGE' TO WS-REGISTER-REASON (1:12)
               WHEN AP-HELD-DELETE
                   MOVE 'DELETE' TO WS-REGISTER-REASON (1:12)
           END-EVALUATE
           MOVE 'KEYED BY' TO WS-REGISTER-REASON (13:8)
           MOVE WS-CURRENT-MAKER TO WS-REGISTER-REASON (22:8)
           PERFORM 3200-WRITE-REGISTER-LINE THRU 3200-EXIT
           .
       3500-EXIT.
           EXIT.

      *    ONE ITEM STILL AWAITING APPROVAL AT THE END OF TONIGHT, FROM
      *    AP-PENDING-RECORD, AGED WS-HELD-AGE DAYS.
       3550-WRITE-PENDING-RECORD.
           WRITE PENDING-OUT-RECORD FROM AP-PENDING-RECORD
           IF NOT WS-PENDING-OUT-OK
               DISPLAY 'FILEMNT: PENDING-OUT-FILE WRITE FAILED, '
                       'STATUS = ' WS-PENDING-OUT-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 3550-EXIT
           END-IF
           ADD 1 TO WS-AWAITING-COUNT
           MOVE AP-HELD-DATE TO WS-AWAITING-HELD-DATE
           MOVE WS-HELD-AGE TO WS-AWAITING-AGE
           MOVE AP-ACTION-CODE TO WS-AWAITING-ACTION
           MOVE AP-RECORD-DATA (1:10) TO WS-AWAITING-KEY
           MOVE AP-MAKER-ID TO WS-AWAITING-MAKER
           EVALUATE TRUE
               WHEN AP-HELD-NET
                   MOVE 'NET OVER' TO WS-AWAITING-HELD-FOR
               WHEN AP-HELD-CHANGE
                   MOVE 'CHANGE OVER' TO WS-AWAITING-HELD-FOR
               WHEN OTHER
                   MOVE 'DELETE' TO WS-AWAITING-HELD-FOR
           END-EVALUATE
           MOVE AP-NET-AMOUNT TO WS-AWAITING-NET
           WRITE AWAITING-LIST-RECORD FROM WS-AWAITING-LINE
           IF NOT WS-AWAITING-LIST-OK
               DISPLAY 'FILEMNT: AWAITING-LIST-FILE WRITE FAILED, '
                       'STATUS = ' WS-AWAITING-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       3550-EXIT.
           EXIT.

       3650-WRITE-AWAITING-TOTAL.
           MOVE WS-AWAITING-COUNT TO WS-AWAITING-TOTAL
           WRITE AWAITING-LIST-RECORD FROM WS-AWAITING-TOTAL-LINE
           IF NOT WS-AWAITING-LIST-OK
               DISPLAY 'FILEMNT: AWAITING-LIST-FILE WRITE FAILED, '
                       'STATUS = ' WS-AWAITING-LIST-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       3650-EXIT.
           EXIT.

       8000-INDEX-IO-ERROR.
           DISPLAY 'FILEMNT: INDEX-FILE I-O ERROR, STATUS = '
                   WS-INDEX-FILE-STATUS
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
           MOVE 'FILEMNT' TO OL-STEP-NAME
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
           MOVE 'FILEMNT' TO OL-PROGRAM
           MOVE OL-STEP-NAME TO OL-STEP
           MOVE OL-STEP-START-DATE TO OL-START-DATE
           MOVE OL-STEP-START-TIME TO OL-START-TIME
           ACCEPT OL-END-DATE FROM DATE YYYYMMDD
           ACCEPT OL-END-TIME FROM TIME
           COMPUTE OL-READ-COUNT = WS-TRAN-READ-COUNT
                   + WS-SUSPENSE-READ-COUNT
                   + WS-PENDING-READ-COUNT
           COMPUTE OL-WRITTEN-COUNT = WS-ADD-COUNT
                   + WS-CHANGE-COUNT
                   + WS-DELETE-COUNT
           MOVE WS-REJECT-COUNT TO OL-REJECTED-COUNT
           MOVE RETURN-CODE TO OL-RETURN-CODE
           OPEN EXTEND OPS-LOG-FILE
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEMNT: OPS-LOG-FILE OPEN FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
               GO TO 9850-EXIT
           END-IF
           WRITE OPS-LOG-RECORD FROM OL-RECORD
           IF NOT OL-LOG-STATUS-OK
               DISPLAY 'FILEMNT: OPS-LOG-FILE WRITE FAILED, STATUS = '
                       OL-LOG-FILE-STATUS
           END-IF
           CLOSE OPS-LOG-FILE
           .
       9850-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB.  A RUN THAT REJECTED ANY TRANSACTION ENDS WITH
      *    A WARNING RETURN CODE SO THE OPERATOR SEES THE REGISTER
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-WARNING-FILE-OPEN
               CLOSE WARNING-FILE
               IF NOT WS-WARNING-STATUS-OK
                   DISPLAY 'FILEMNT: WARNING-FILE CLOSE FAILED, '
                           'STATUS = ' WS-WARNING-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-PENDING-IN-OPEN
               CLOSE PENDING-IN-FILE
               IF NOT WS-PENDING-IN-OK
                   DISPLAY 'FILEMNT: PENDING-IN-FILE CLOSE FAILED, '
                           'STATUS = ' WS-PENDING-IN-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-PENDING-OUT-OPEN
               CLOSE PENDING-OUT-FILE
               IF NOT WS-PENDING-OUT-OK
                   DISPLAY 'FILEMNT: PENDING-OUT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-PENDING-OUT-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-AWAITING-LIST-OPEN
               CLOSE AWAITING-LIST-FILE
               IF NOT WS-AWAITING-LIST-OK
                   DISPLAY 'FILEMNT: AWAITING-LIST-FILE CLOSE FAILED, '
                           'STATUS = ' WS-AWAITING-LIST-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
      *    A SUSPENDED OR HELD TRANSACTION IS THE JOB STREAM DOING ITS
      *    JOB - ONLY OUTRIGHT REJECTS, EXPIRIES, REFUSED OR TIMED-OUT
      *    APPROVALS AND APPROVAL CARDS THAT DID NOTHING FLAG THE RUN.
           IF (WS-REJECT-COUNT > ZERO OR WS-EXPIRED-COUNT > ZERO
                   OR WS-REFUSED-COUNT > ZERO
                   OR WS-TIMED-OUT-COUNT > ZERO
                   OR WS-CARD-ERROR-COUNT > ZERO)
                   AND RETURN-CODE = ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           DISPLAY 'FILEMNT: ADDS APPLIED      = ' WS-ADD-COUNT
           DISPLAY 'FILEMNT: CHANGES APPLIED   = ' WS-CHANGE-COUNT
           DISPLAY 'FILEMNT: DELETES APPLIED   = ' WS-DELETE-COUNT
           DISPLAY 'FILEMNT:   WARNED (APPLIED)= ' WS-WARNED-COUNT
           DISPLAY 'FILEMNT: REJECTED          = ' WS-REJECT-COUNT
           DISPLAY 'FILEMNT:   BAD TRANSITIONS = '
                   WS-TRANSITION-REJECT-COUNT
           DISPLAY 'FILEMNT: SUSPENDED         = ' WS-SUSPENDED-COUNT
           DISPLAY 'FILEMNT: EXPIRED           = ' WS-EXPIRED-COUNT
           DISPLAY 'FILEMNT: PENDING RE-READ   = '
                   WS-PENDING-READ-COUNT
           DISPLAY 'FILEMNT: APPROVED          = ' WS-APPROVED-COUNT
           DISPLAY 'FILEMNT: REFUSED (SELF)    = ' WS-REFUSED-COUNT
           DISPLAY 'FILEMNT: TIMED OUT         = ' WS-TIMED-OUT-COUNT
           DISPLAY 'FILEMNT: HELD TONIGHT      = ' WS-HELD-COUNT
           DISPLAY 'FILEMNT: AWAITING APPROVAL = ' WS-AWAITING-COUNT
           DISPLAY 'FILEMNT: APPROVAL CARDS    = ' AP-CARD-COUNT
           DISPLAY 'FILEMNT:   CARDS NOT USED  = ' WS-CARD-ERROR-COUNT
           PERFORM 9850-APPEND-OPS-LOG THRU 9850-EXIT
           .
       9999-EXIT.
           EXIT.
