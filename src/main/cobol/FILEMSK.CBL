      **********************************************************************
      * AUTHOR:    RJM
      * DATE:      15 OCT 2026
      * PURPOSE:   MASKED TEST-DATA EXTRACT.  READS THE INDEXED MASTER
      *            (PROD.FILEDEMO.INDEX), AN FDRECORD FEED BRACKETED BY
      *            HDR/TRL CONTROL RECORDS, A DELTA GENERATION OR A
      *            FILEMNT TRANSACTION FILE, AND WRITES A COPY IN THE
      *            SAME LAYOUT THAT THE TEST REGION CAN LOAD WITH REAL
      *            VOLUMES AND REAL DATA QUIRKS BUT NO REAL ACCOUNTS.
      *            THE DELTA AND THE TRANSACTIONS CARRY THE FDRECORD
      *            IMAGE FROM COLUMN 2, BEHIND THEIR CHANGE-TYPE OR
      *            ACTION CODE, AND IT IS MASKED EXACTLY AS A FEED
      *            RECORD IS:
      *              - FD-RECORD-KEY GOES THROUGH A KEYED CIPHER DRIVEN
      *                BY A SECRET SEED CARD.  THE SAME KEY ALWAYS
      *                MASKS TO THE SAME VALUE UNDER THE SAME SEED, SO
      *                THE INDEX, THE FEEDS, THE DELTA AND ANY KEYED
      *                TRANSACTIONS MASKED UNDER IT STILL LINE UP; TWO
      *                KEYS NEVER MASK TO ONE; DIGITS STAY DIGITS AND
      *                LETTERS STAY LETTERS; AND WITHOUT THE SEED THE
      *                MASKED KEY CANNOT BE TURNED BACK.  A MASKED KEY
      *                NEVER STARTS 'HDR' OR 'TRL'.
      *              - BOTH AMOUNTS ARE SCALED BY ONE FACTOR WITHIN THE
      *                TOLERANCE ON THE PARM, CHOSEN FROM THE MASKED
      *                KEY - SO THE SIGN, THE AMOUNT-2 SHARE OF
      *                AMOUNT-1 AND THE NIGHT-OVER-NIGHT STABILITY OF
      *                AN UNCHANGED RECORD ALL SURVIVE.  THE NET AMOUNT
      *                IS RECOMPUTED.  A NON-NUMERIC AMOUNT IS LEFT AS
      *                IT IS, SO THE REJECT PATH STILL GETS EXERCISED.
      *              - FD-RECORD-SOURCE-NAME IS REPLACED BY TEST.FEED.
      *                AND THE SOURCE SEQUENCE NUMBER, SO RECORDS FROM
      *                ONE FEED STILL GROUP TOGETHER.
      *              - STATUS CODES, DATES, REJECT FLAGS AND RESTORE
      *                FIELDS PASS THROUGH UNCHANGED, AS DO THE DELTA'S
      *                CHANGE-TYPE TAG AND THE TRANSACTION ACTION CODE.
      *              - THE KEYING USER ID ON A TRANSACTION GOES THROUGH
      *                THE SAME CIPHER AS A KEY, SO NO REAL USER ID
      *                REACHES TEST BUT TWO USERS STAY TWO USERS AND
      *                THE MAKER-CHECKER RULES STILL HAVE SOMETHING TO
      *                TELL APART.
      *            THE INDEX, FEED AND DELTA COPIES GET A FRESH HDR AND
      *            A TRAILER THAT BALANCES TO THE MASKED AMOUNTS, THE
      *            SAME WAY FILEWRP WRAPS AN OUTBOUND DATASET, SO
      *            FILECHK, FILEDEMO AND FILEUPD ACCEPT THEM IN TEST
      *            LIKE THE REAL THING.  CONTROL RECORDS ON AN INPUT
      *            FEED OR DELTA ARE DROPPED AND REPLACED.  A
      *            TRANSACTION FILE CARRIES NO CONTROL RECORDS AND ITS
      *            COPY GETS NONE.
      *            PARM - INPUT AND TOLERANCE, 'INDEX,TT', 'FEED,TT',
      *            'DELTA,TT' OR 'TRAN,TT', TT THE MOST EITHER WAY AN
      *            AMOUNT MAY MOVE, 01-50 PERCENT.  BLANK IS 'FEED,05'.
      *            SEED CARD (DD MSKDD) - 20 DIGITS IN COLUMNS 1-20,
      *            NOT ALL ZERO.  THE SEED IS THE ONLY THING STANDING
      *            BETWEEN A MASKED KEY AND A REAL ONE; IT LIVES ON A
      *            READ-PROTECTED DATASET AND NEVER IN THE JCL.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      *   15 OCT 2026  RJM    MASK DELTA GENERATIONS ('DELTA,TT', LRECL
      *                       201) AND FILEMNT TRANSACTIONS ('TRAN,TT',
      *                       LRECL 209, USER ID ENCIPHERED TOO).
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FILEMSK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

       SELECT INDEX-FILE ASSIGN TO "IDXDD"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FD-RECORD-KEY OF INDEX-RECORD
           FILE STATUS IS WS-INDEX-FILE-STATUS.

       SELECT INPUT-FILE ASSIGN TO "INDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FILE-STATUS.

       SELECT DELTA-INPUT-FILE ASSIGN TO "DLTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FILE-STATUS.

       SELECT TRAN-INPUT-FILE ASSIGN TO "TRANDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-INPUT-FILE-STATUS.

       SELECT MASK-SEED-FILE ASSIGN TO "MSKDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-MASK-SEED-STATUS.

      *    ONE OUTPUT FILE PER RECORD LENGTH, ALL ON OUTDD - ONLY THE
      *    ONE THE PARM NAMES IS OPENED.
       SELECT OUTPUT-FILE ASSIGN TO "OUTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.

       SELECT DELTA-OUTPUT-FILE ASSIGN TO "OUTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.

       SELECT TRAN-OUTPUT-FILE ASSIGN TO "OUTDD"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS WS-OUTPUT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.

       FD INDEX-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==INDEX-RECORD==.

       FD INPUT-FILE.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==INPUT-RECORD==.

       FD DELTA-INPUT-FILE.
       01 DELTA-INPUT-RECORD.
           05  DLTI-CHANGE-TYPE           PIC X(01).
           05  DLTI-RECORD-DATA           PIC X(200).

       FD TRAN-INPUT-FILE.
       01 TRAN-INPUT-RECORD.
           05  TRNI-ACTION-CODE           PIC X(01).
           05  TRNI-RECORD-DATA           PIC X(200).
           05  TRNI-USER-ID               PIC X(08).

       FD MASK-SEED-FILE.
       01 MASK-SEED-RECORD                PIC X(80).

       FD OUTPUT-FILE.
       01 OUTPUT-RECORD                   PIC X(200).

       FD DELTA-OUTPUT-FILE.
       01 DELTA-OUTPUT-RECORD.
           05  DLTO-CHANGE-TYPE           PIC X(01).
           05  DLTO-RECORD-DATA           PIC X(200).

       FD TRAN-OUTPUT-FILE.
       01 TRAN-OUTPUT-RECORD.
           05  TRNO-ACTION-CODE           PIC X(01).
           05  TRNO-RECORD-DATA           PIC X(200).
           05  TRNO-USER-ID               PIC X(08).

       WORKING-STORAGE SECTION.

       01  WS-FILE-STATUS.
           05  WS-INDEX-FILE-STATUS       PIC X(02).
               88  WS-INDEX-STATUS-OK           VALUE '00'.
               88  WS-INDEX-STATUS-GOOD         VALUES '00' '10'.
           05  WS-INPUT-FILE-STATUS       PIC X(02).
               88  WS-INPUT-STATUS-OK           VALUE '00'.
               88  WS-INPUT-STATUS-GOOD         VALUES '00' '10'.
           05  WS-MASK-SEED-STATUS        PIC X(02).
               88  WS-MASK-SEED-OK              VALUE '00'.
           05  WS-OUTPUT-FILE-STATUS      PIC X(02).
               88  WS-OUTPUT-STATUS-OK          VALUE '00'.

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH               PIC X(01)  VALUE 'N'.
               88  WS-END-OF-FILE                     VALUE 'Y'.
               88  WS-NOT-END-OF-FILE                 VALUE 'N'.
           05  WS-ABORT-SWITCH             PIC X(01)  VALUE 'N'.
               88  WS-ABORT-REQUESTED                 VALUE 'Y'.
           05  WS-LAYOUT-SWITCH            PIC X(01)  VALUE ' '.
               88  WS-LAYOUT-INDEX                    VALUE 'I'.
               88  WS-LAYOUT-FEED                     VALUE 'F'.
               88  WS-LAYOUT-DELTA                    VALUE 'D'.
               88  WS-LAYOUT-TRAN                     VALUE 'T'.
           05  WS-INDEX-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-INDEX-FILE-OPEN                  VALUE 'Y'.
           05  WS-INPUT-OPEN-SWITCH        PIC X(01)  VALUE 'N'.
               88  WS-INPUT-FILE-OPEN                  VALUE 'Y'.
           05  WS-OUTPUT-OPEN-SWITCH       PIC X(01)  VALUE 'N'.
               88  WS-OUTPUT-FILE-OPEN                 VALUE 'Y'.

       01  WS-COUNTERS.
           05  WS-READ-COUNT               PIC 9(09)  COMP  VALUE ZERO.
           05  WS-DROPPED-COUNT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-REMASK-COUNT             PIC 9(09)  COMP  VALUE ZERO.
           05  WS-UNSCALED-COUNT           PIC 9(09)  COMP  VALUE ZERO.

       01  WS-CONTROL-TOTALS.
           05  WS-DATA-COUNT               PIC 9(09)     VALUE ZERO.
           05  WS-AMT-1-TOTAL              PIC S9(13)V99 VALUE ZERO.
           05  WS-AMT-2-TOTAL              PIC S9(13)V99 VALUE ZERO.

       77  WS-PARM-MOVE-LENGTH             PIC 9(04)  COMP  VALUE ZERO.

       01  WS-PARM-AREA.
           05  WS-PARM-TEXT                PIC X(20)  VALUE SPACES.

       01  WS-DEFAULT-PARM                 PIC X(20)  VALUE
           'FEED,05'.

       01  WS-TOLERANCE-TEXT               PIC X(02)  VALUE SPACES.
       01  WS-TOLERANCE-NUM REDEFINES WS-TOLERANCE-TEXT
                                           PIC 9(02).

      *    THE SEED CARD - TEN TWO-DIGIT SHIFTS, ONE PER KEY POSITION.
       01  WS-MASK-SEED-CARD.
           05  WS-MASK-SEED                PIC X(20).
           05  WS-MASK-SEED-PAIRS REDEFINES WS-MASK-SEED.
               10  WS-SEED-PAIR            PIC 9(02)  OCCURS 10 TIMES.
           05  FILLER                      PIC X(60).

      *    AMOUNT SCALING.  THE FACTOR IS AN OFFSET IN HUNDREDTHS OF A
      *    PERCENT EITHER SIDE OF 100 PERCENT, NEVER WIDER THAN THE
      *    TOLERANCE.
       01  WS-SCALE-WORK.
           05  WS-TOLERANCE-PCT            PIC 9(02)      VALUE ZERO.
           05  WS-TOLERANCE-BP             PIC 9(05)  COMP  VALUE ZERO.
           05  WS-FACTOR-RANGE             PIC 9(05)  COMP  VALUE ZERO.
           05  WS-FACTOR-OFFSET            PIC S9(05) COMP  VALUE ZERO.
           05  WS-SCALED-AMOUNT-1          PIC S9(11)V99  VALUE ZERO.
           05  WS-SCALED-AMOUNT-2          PIC S9(11)V99  VALUE ZERO.

      *    THE KEY CIPHER.  EACH ROUND SHIFTS EVERY DIGIT AND LETTER
      *    WITHIN ITS OWN ALPHABET BY THE SEED FOR ITS POSITION PLUS A
      *    CHAIN CARRIED FROM THE CHARACTER JUST ENCIPHERED, THEN
      *    SUBSTITUTES IT THROUGH A TABLE SHUFFLED BY THE SEED - ONCE
      *    LEFT TO RIGHT, THEN RIGHT TO LEFT - SO EVERY CHARACTER OF
      *    THE MASKED KEY DEPENDS ON EVERY CHARACTER OF THE REAL ONE.
      *    EVERY STEP CAN ONLY BE UNDONE BY SOMEONE HOLDING THE SEED.
      *    ANY OTHER CHARACTER (A BLANK) STAYS WHERE IT IS.
       01  WS-MASK-WORK.
           05  WS-MASK-KEY                 PIC X(10)  VALUE SPACES.
           05  WS-MASK-KEY-CHARS REDEFINES WS-MASK-KEY.
               10  WS-MASK-CHAR            PIC X(01)  OCCURS 10 TIMES.
           05  WS-MASK-POS                 PIC 9(04)  COMP  VALUE ZERO.
           05  WS-MASK-ROUND               PIC 9(04)  COMP  VALUE ZERO.
           05  WS-MASK-CHAIN               PIC 9(04)  COMP  VALUE ZERO.
           05  WS-MASK-SHIFT               PIC 9(04)  COMP  VALUE ZERO.
           05  WS-MASK-VALUE               PIC 9(05)  COMP  VALUE ZERO.
           05  WS-MASK-QUOTIENT            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-MASK-RESULT              PIC 9(05)  COMP  VALUE ZERO.
           05  WS-MASK-INDEX               PIC 9(04)  COMP  VALUE ZERO.
           05  WS-MASK-CLASS               PIC X(01)  VALUE SPACE.
               88  WS-CLASS-DIGIT                     VALUE 'D'.
               88  WS-CLASS-LETTER                    VALUE 'L'.
               88  WS-CLASS-OTHER                     VALUE 'O'.
           05  WS-ALPHA-SUB                PIC 9(04)  COMP  VALUE ZERO.
           05  WS-MASK-HASH                PIC 9(09)  COMP  VALUE ZERO.

       01  WS-DIGIT-ALPHABET               PIC X(10)  VALUE
           '0123456789'.
       01  WS-DIGIT-TABLE REDEFINES WS-DIGIT-ALPHABET.
           05  WS-DIGIT                    PIC X(01)  OCCURS 10 TIMES.

       01  WS-LETTER-ALPHABET              PIC X(26)  VALUE
           'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.
       01  WS-LETTER-TABLE REDEFINES WS-LETTER-ALPHABET.
           05  WS-LETTER                   PIC X(01)  OCCURS 26 TIMES.

      *    THE SUBSTITUTION TABLES - PLACES IN THE ALPHABETS ABOVE,
      *    FROM ZERO.  THEY START IN ORDER AND ARE SHUFFLED BY THE SEED
      *    BEFORE THE FIRST KEY IS MASKED.
       01  WS-DIGIT-SUB-VALUES.
           05  FILLER                      PIC X(20)  VALUE
               '00010203040506070809'.
       01  WS-DIGIT-SUB-TABLE REDEFINES WS-DIGIT-SUB-VALUES.
           05  WS-DIGIT-SUB                PIC 9(02)  OCCURS 10 TIMES.

       01  WS-LETTER-SUB-VALUES.
           05  FILLER                      PIC X(26)  VALUE
               '00010203040506070809101112'.
           05  FILLER                      PIC X(26)  VALUE
               '13141516171819202122232425'.
       01  WS-LETTER-SUB-TABLE REDEFINES WS-LETTER-SUB-VALUES.
           05  WS-LETTER-SUB               PIC 9(02)  OCCURS 26 TIMES.

       01  WS-SHUFFLE-WORK.
           05  WS-SHUFFLE-SUB              PIC 9(04)  COMP  VALUE ZERO.
           05  WS-SHUFFLE-PICK             PIC 9(04)  COMP  VALUE ZERO.
           05  WS-SHUFFLE-SEED-SUB         PIC 9(04)  COMP  VALUE ZERO.
           05  WS-SHUFFLE-ACCUM            PIC 9(09)  COMP  VALUE ZERO.
           05  WS-SHUFFLE-QUOTIENT         PIC 9(09)  COMP  VALUE ZERO.
           05  WS-SHUFFLE-HOLD             PIC 9(02)        VALUE ZERO.

       01  WS-RUN-DATE                     PIC 9(08)  VALUE ZERO.

      *    THE RECORD BEING MASKED, WHICHEVER FILE IT CAME FROM, WITH
      *    THE DELTA TAG OR TRANSACTION ACTION CODE AND USER ID THAT
      *    CAME WITH IT.
           COPY FDRECORD REPLACING ==FD-RECORD== BY ==WS-MASK-RECORD==.

       01  WS-MASK-TAG                     PIC X(01)  VALUE SPACE.
       01  WS-MASK-USER-ID                 PIC X(08)  VALUE SPACES.

       01  WS-FEED-HEADER-RECORD.
           05  WS-FEED-HDR-ID              PIC X(03)  VALUE 'HDR'.
           05  WS-FEED-HDR-DATE            PIC 9(08).
           05  FILLER                      PIC X(189) VALUE SPACES.

       01  WS-FEED-TRAILER-RECORD.
           05  WS-FEED-TRL-ID              PIC X(03)  VALUE 'TRL'.
           05  WS-FEED-TRL-RECORD-COUNT    PIC 9(09).
           05  WS-FEED-TRL-AMT-1-TOTAL     PIC S9(13)V99.
           05  WS-FEED-TRL-AMT-2-TOTAL     PIC S9(13)V99.
           05  FILLER                      PIC X(158) VALUE SPACES.

       LINKAGE SECTION.

      *    STANDARD MVS PARM LAYOUT - A HALFWORD BINARY LENGTH
      *    FOLLOWED BY THE PARM TEXT ITSELF, AS PASSED FROM THE
      *    EXEC STATEMENT'S PARM= OPERAND.
       01  LK-PARM-AREA.
           05  LK-PARM-LENGTH          PIC S9(04) COMP.
           05  LK-PARM-TEXT            PIC X(20).

       PROCEDURE DIVISION USING LK-PARM-AREA.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 0200-READ-INPUT THRU 0200-EXIT
               PERFORM 2000-MASK-ONE-RECORD THRU 2000-EXIT
                   UNTIL WS-END-OF-FILE OR WS-ABORT-REQUESTED
           END-IF
           IF NOT WS-ABORT-REQUESTED
               PERFORM 2500-WRITE-FEED-TRAILER THRU 2500-EXIT
           END-IF
           PERFORM 9999-END THRU 9999-EXIT
           STOP RUN
           .

      *----------------------------------------------------------------
      *    INITIALIZATION
      *----------------------------------------------------------------
       1000-INITIALIZE.
           MOVE ZERO TO WS-READ-COUNT WS-DROPPED-COUNT WS-REMASK-COUNT
                        WS-UNSCALED-COUNT WS-DATA-COUNT
                        WS-AMT-1-TOTAL WS-AMT-2-TOTAL
           SET WS-NOT-END-OF-FILE TO TRUE
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1050-GET-PARAMETERS THRU 1050-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1100-LOAD-MASK-SEED THRU 1100-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1300-OPEN-INPUT THRU 1300-EXIT
           IF WS-ABORT-REQUESTED
               GO TO 1000-EXIT
           END-IF
           PERFORM 1400-OPEN-OUTPUT THRU 1400-EXIT
           IF NOT WS-ABORT-REQUESTED
               PERFORM 1200-WRITE-FEED-HEADER THRU 1200-EXIT
           END-IF
           .
       1000-EXIT.
           EXIT.

      *    'INDEX,TT' READS THE INDEXED MASTER, 'FEED,TT' A WRAPPED
      *    FEED, 'DELTA,TT' A DELTA GENERATION AND 'TRAN,TT' A FILEMNT
      *    TRANSACTION FILE; TT IS THE TOLERANCE, 01-50 PERCENT.
      *    ANYTHING ELSE ABORTS RATHER THAN GUESS WHICH FILE WAS MEANT
      *    OR HOW HARD TO DISGUISE THE AMOUNTS.
       1050-GET-PARAMETERS.
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
           MOVE SPACES TO WS-TOLERANCE-TEXT
           EVALUATE TRUE
               WHEN WS-PARM-TEXT (1:6) = 'INDEX,'
                       AND WS-PARM-TEXT (9:12) = SPACES
                   SET WS-LAYOUT-INDEX TO TRUE
                   MOVE WS-PARM-TEXT (7:2) TO WS-TOLERANCE-TEXT
               WHEN WS-PARM-TEXT (1:5) = 'FEED,'
                       AND WS-PARM-TEXT (8:13) = SPACES
                   SET WS-LAYOUT-FEED TO TRUE
                   MOVE WS-PARM-TEXT (6:2) TO WS-TOLERANCE-TEXT
               WHEN WS-PARM-TEXT (1:6) = 'DELTA,'
                       AND WS-PARM-TEXT (9:12) = SPACES
                   SET WS-LAYOUT-DELTA TO TRUE
                   MOVE WS-PARM-TEXT (7:2) TO WS-TOLERANCE-TEXT
               WHEN WS-PARM-TEXT (1:5) = 'TRAN,'
                       AND WS-PARM-TEXT (8:13) = SPACES
                   SET WS-LAYOUT-TRAN TO TRUE
                   MOVE WS-PARM-TEXT (6:2) TO WS-TOLERANCE-TEXT
           END-EVALUATE
           IF WS-LAYOUT-SWITCH = SPACE
                   OR WS-TOLERANCE-NUM NOT NUMERIC
               GO TO 1050-BAD-PARM
           END-IF
           IF WS-TOLERANCE-NUM < 1 OR WS-TOLERANCE-NUM > 50
               GO TO 1050-BAD-PARM
           END-IF
           MOVE WS-TOLERANCE-NUM TO WS-TOLERANCE-PCT
           COMPUTE WS-TOLERANCE-BP = WS-TOLERANCE-PCT * 100
           COMPUTE WS-FACTOR-RANGE = WS-TOLERANCE-BP * 2 + 1
           GO TO 1050-EXIT
           .
       1050-BAD-PARM.
           DISPLAY 'FILEMSK: PARM MUST BE INDEX,TT, FEED,TT, DELTA,TT '
                   'OR TRAN,TT WITH TT 01-50, PARM = ' WS-PARM-TEXT
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       1050-EXIT.
           EXIT.

      *    NO SEED, NO EXTRACT - A KEY MASKED UNDER A BLANK OR ALL-ZERO
      *    SEED WOULD BE ONE ANYBODY COULD WORK BACK.
       1100-LOAD-MASK-SEED.
           OPEN INPUT MASK-SEED-FILE
           IF NOT WS-MASK-SEED-OK
               DISPLAY 'FILEMSK: MASK-SEED-FILE OPEN FAILED, STATUS = '
                       WS-MASK-SEED-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           MOVE SPACES TO WS-MASK-SEED-CARD
           READ MASK-SEED-FILE INTO WS-MASK-SEED-CARD
           IF NOT WS-MASK-SEED-OK
               MOVE SPACES TO WS-MASK-SEED-CARD
           END-IF
           CLOSE MASK-SEED-FILE
           IF WS-MASK-SEED NOT NUMERIC OR WS-MASK-SEED = ZEROS
               DISPLAY 'FILEMSK: SEED CARD MUST CARRY 20 DIGITS, '
                       'NOT ALL ZERO, IN COLUMNS 1-20'
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1100-EXIT
           END-IF
           PERFORM 1150-SHUFFLE-TABLES THRU 1150-EXIT
           .
       1100-EXIT.
           EXIT.

      *    SHUFFLE EACH SUBSTITUTION TABLE FROM THE TOP DOWN, SWAPPING
      *    EACH ENTRY WITH ONE AT OR BELOW IT CHOSEN FROM THE SEED.
       1150-SHUFFLE-TABLES.
           MOVE ZERO TO WS-SHUFFLE-ACCUM
           MOVE 10 TO WS-SHUFFLE-SUB
           PERFORM 1160-SHUFFLE-ONE-DIGIT THRU 1160-EXIT
               UNTIL WS-SHUFFLE-SUB < 2
           MOVE 26 TO WS-SHUFFLE-SUB
           PERFORM 1170-SHUFFLE-ONE-LETTER THRU 1170-EXIT
               UNTIL WS-SHUFFLE-SUB < 2
           .
       1150-EXIT.
           EXIT.

       1160-SHUFFLE-ONE-DIGIT.
           PERFORM 1180-PICK-SHUFFLE-ENTRY THRU 1180-EXIT
           MOVE WS-DIGIT-SUB (WS-SHUFFLE-SUB) TO WS-SHUFFLE-HOLD
           MOVE WS-DIGIT-SUB (WS-SHUFFLE-PICK)
               TO WS-DIGIT-SUB (WS-SHUFFLE-SUB)
           MOVE WS-SHUFFLE-HOLD TO WS-DIGIT-SUB (WS-SHUFFLE-PICK)
           SUBTRACT 1 FROM WS-SHUFFLE-SUB
           .
       1160-EXIT.
           EXIT.

       1170-SHUFFLE-ONE-LETTER.
           PERFORM 1180-PICK-SHUFFLE-ENTRY THRU 1180-EXIT
           MOVE WS-LETTER-SUB (WS-SHUFFLE-SUB) TO WS-SHUFFLE-HOLD
           MOVE WS-LETTER-SUB (WS-SHUFFLE-PICK)
               TO WS-LETTER-SUB (WS-SHUFFLE-SUB)
           MOVE WS-SHUFFLE-HOLD TO WS-LETTER-SUB (WS-SHUFFLE-PICK)
           SUBTRACT 1 FROM WS-SHUFFLE-SUB
           .
       1170-EXIT.
           EXIT.

      *    STIR THE NEXT SEED PAIR INTO A RUNNING VALUE AND TAKE IT
      *    MODULO THE ENTRIES STILL UNSHUFFLED, GIVING AN ENTRY FROM 1
      *    UP TO WS-SHUFFLE-SUB IN WS-SHUFFLE-PICK.
       1180-PICK-SHUFFLE-ENTRY.
           DIVIDE WS-SHUFFLE-SUB BY 10 GIVING WS-SHUFFLE-QUOTIENT
               REMAINDER WS-SHUFFLE-SEED-SUB
           ADD 1 TO WS-SHUFFLE-SEED-SUB
           COMPUTE WS-SHUFFLE-ACCUM = WS-SHUFFLE-ACCUM * 31
                   + WS-SEED-PAIR (WS-SHUFFLE-SEED-SUB)
                   + WS-SHUFFLE-SUB
           DIVIDE WS-SHUFFLE-ACCUM BY 9973 GIVING WS-SHUFFLE-QUOTIENT
               REMAINDER WS-SHUFFLE-ACCUM
           DIVIDE WS-SHUFFLE-ACCUM BY WS-SHUFFLE-SUB
               GIVING WS-SHUFFLE-QUOTIENT REMAINDER WS-SHUFFLE-PICK
           ADD 1 TO WS-SHUFFLE-PICK
           .
       1180-EXIT.
           EXIT.

      *    A TRANSACTION FILE HAS NO CONTROL RECORDS TO REBUILD.
       1200-WRITE-FEED-HEADER.
           IF WS-LAYOUT-TRAN
               GO TO 1200-EXIT
           END-IF
           MOVE WS-RUN-DATE TO WS-FEED-HDR-DATE
           IF WS-LAYOUT-DELTA
               WRITE DELTA-OUTPUT-RECORD FROM WS-FEED-HEADER-RECORD
           ELSE
               WRITE OUTPUT-RECORD FROM WS-FEED-HEADER-RECORD
           END-IF
           IF NOT WS-OUTPUT-STATUS-OK
               DISPLAY 'FILEMSK: OUTPUT-FILE WRITE ERROR, STATUS = '
                       WS-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       1200-EXIT.
           EXIT.

      *    ONLY THE INPUT THE PARM NAMES IS OPENED.
       1300-OPEN-INPUT.
           EVALUATE TRUE
               WHEN WS-LAYOUT-INDEX
                   OPEN INPUT INDEX-FILE
                   IF NOT WS-INDEX-STATUS-OK
                       DISPLAY 'FILEMSK: INDEX-FILE OPEN FAILED, '
                               'STATUS = ' WS-INDEX-FILE-STATUS
                       GO TO 1300-OPEN-FAILED
                   END-IF
                   SET WS-INDEX-FILE-OPEN TO TRUE
                   GO TO 1300-EXIT
               WHEN WS-LAYOUT-DELTA
                   OPEN INPUT DELTA-INPUT-FILE
               WHEN WS-LAYOUT-TRAN
                   OPEN INPUT TRAN-INPUT-FILE
               WHEN OTHER
                   OPEN INPUT INPUT-FILE
           END-EVALUATE
           IF NOT WS-INPUT-STATUS-OK
               DISPLAY 'FILEMSK: INPUT-FILE OPEN FAILED, STATUS = '
                       WS-INPUT-FILE-STATUS
               GO TO 1300-OPEN-FAILED
           END-IF
           SET WS-INPUT-FILE-OPEN TO TRUE
           GO TO 1300-EXIT
           .
       1300-OPEN-FAILED.
           MOVE 16 TO RETURN-CODE
           SET WS-ABORT-REQUESTED TO TRUE
           .
       1300-EXIT.
           EXIT.

      *    THE COPY GOES OUT IN THE SAME LAYOUT AS THE INPUT - AN INDEX
      *    OR FEED AS A PLAIN FDRECORD DATASET.
       1400-OPEN-OUTPUT.
           EVALUATE TRUE
               WHEN WS-LAYOUT-DELTA
                   OPEN OUTPUT DELTA-OUTPUT-FILE
               WHEN WS-LAYOUT-TRAN
                   OPEN OUTPUT TRAN-OUTPUT-FILE
               WHEN OTHER
                   OPEN OUTPUT OUTPUT-FILE
           END-EVALUATE
           IF NOT WS-OUTPUT-STATUS-OK
               DISPLAY 'FILEMSK: OUTPUT-FILE OPEN FAILED, '
                       'STATUS = ' WS-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 1400-EXIT
           END-IF
           SET WS-OUTPUT-FILE-OPEN TO TRUE
           .
       1400-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    READ THE NEXT DATA RECORD INTO WS-MASK-RECORD FROM WHICHEVER
      *    INPUT THE PARM NAMED.  AN OLD CONTROL RECORD ON A FEED OR A
      *    DELTA IS DROPPED - THE COPY GETS FRESH ONES THAT DESCRIBE
      *    THE COPY.
      *----------------------------------------------------------------
       0200-READ-INPUT.
           IF WS-LAYOUT-INDEX
               READ INDEX-FILE
                   AT END
                       SET WS-END-OF-FILE TO TRUE
                       GO TO 0200-EXIT
               END-READ
               IF NOT WS-INDEX-STATUS-GOOD
                   DISPLAY 'FILEMSK: INDEX-FILE READ ERROR, STATUS = '
                           WS-INDEX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   SET WS-ABORT-REQUESTED TO TRUE
                   GO TO 0200-EXIT
               END-IF
               ADD 1 TO WS-READ-COUNT
               MOVE INDEX-RECORD TO WS-MASK-RECORD
               GO TO 0200-EXIT
           END-IF
           IF WS-LAYOUT-DELTA
               PERFORM 0210-READ-DELTA THRU 0210-EXIT
               GO TO 0200-EXIT
           END-IF
           IF WS-LAYOUT-TRAN
               PERFORM 0220-READ-TRAN THRU 0220-EXIT
               GO TO 0200-EXIT
           END-IF
           READ INPUT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 0200-EXIT
           END-READ
           IF NOT WS-INPUT-STATUS-GOOD
               DISPLAY 'FILEMSK: INPUT-FILE READ ERROR, STATUS = '
                       WS-INPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0200-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           IF INPUT-RECORD (1:3) = 'HDR'
                   OR INPUT-RECORD (1:3) = 'TRL'
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 0200-READ-INPUT
           END-IF
           MOVE INPUT-RECORD TO WS-MASK-RECORD
           .
       0200-EXIT.
           EXIT.

       0210-READ-DELTA.
           READ DELTA-INPUT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 0210-EXIT
           END-READ
           IF NOT WS-INPUT-STATUS-GOOD
               DISPLAY 'FILEMSK: INPUT-FILE READ ERROR, STATUS = '
                       WS-INPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0210-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           IF DELTA-INPUT-RECORD (1:3) = 'HDR'
                   OR DELTA-INPUT-RECORD (1:3) = 'TRL'
               ADD 1 TO WS-DROPPED-COUNT
               GO TO 0210-READ-DELTA
           END-IF
           MOVE DLTI-CHANGE-TYPE TO WS-MASK-TAG
           MOVE DLTI-RECORD-DATA TO WS-MASK-RECORD
           .
       0210-EXIT.
           EXIT.

      *    EVERY TRANSACTION IS COPIED, WHATEVER ITS ACTION CODE - AN
      *    INVALID ONE IS A QUIRK THE TEST REGION SHOULD STILL SEE.
       0220-READ-TRAN.
           READ TRAN-INPUT-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 0220-EXIT
           END-READ
           IF NOT WS-INPUT-STATUS-GOOD
               DISPLAY 'FILEMSK: INPUT-FILE READ ERROR, STATUS = '
                       WS-INPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 0220-EXIT
           END-IF
           ADD 1 TO WS-READ-COUNT
           MOVE TRNI-ACTION-CODE TO WS-MASK-TAG
           MOVE TRNI-RECORD-DATA TO WS-MASK-RECORD
           MOVE TRNI-USER-ID     TO WS-MASK-USER-ID
           .
       0220-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    MASK ONE RECORD AND WRITE IT.  A RECORD WITH A NON-NUMERIC
      *    AMOUNT IS LEFT OUT OF THE HASH TOTALS, AS THE UPSTREAM
      *    SYSTEMS LEAVE THEM OUT OF THE TRAILERS THEY TRANSMIT.
      *----------------------------------------------------------------
       2000-MASK-ONE-RECORD.
           PERFORM 3000-MASK-KEY THRU 3000-EXIT
           PERFORM 3500-SCALE-AMOUNTS THRU 3500-EXIT
           IF WS-LAYOUT-TRAN
               PERFORM 3600-MASK-USER-ID THRU 3600-EXIT
           END-IF
           MOVE SPACES TO FD-RECORD-SOURCE-NAME OF WS-MASK-RECORD
           MOVE 'TEST.FEED.'
               TO FD-RECORD-SOURCE-NAME OF WS-MASK-RECORD (1:10)
           IF FD-RECORD-SOURCE-SEQ OF WS-MASK-RECORD NUMERIC
               MOVE FD-RECORD-SOURCE-SEQ OF WS-MASK-RECORD
                   TO FD-RECORD-SOURCE-NAME OF WS-MASK-RECORD (11:5)
           END-IF
           EVALUATE TRUE
               WHEN WS-LAYOUT-DELTA
                   MOVE WS-MASK-TAG    TO DLTO-CHANGE-TYPE
                   MOVE WS-MASK-RECORD TO DLTO-RECORD-DATA
                   WRITE DELTA-OUTPUT-RECORD
               WHEN WS-LAYOUT-TRAN
                   MOVE WS-MASK-TAG     TO TRNO-ACTION-CODE
                   MOVE WS-MASK-RECORD  TO TRNO-RECORD-DATA
                   MOVE WS-MASK-USER-ID TO TRNO-USER-ID
                   WRITE TRAN-OUTPUT-RECORD
               WHEN OTHER
                   WRITE OUTPUT-RECORD FROM WS-MASK-RECORD
           END-EVALUATE
           IF NOT WS-OUTPUT-STATUS-OK
               DISPLAY 'FILEMSK: OUTPUT-FILE WRITE ERROR, STATUS = '
                       WS-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
               GO TO 2000-EXIT
           END-IF
           ADD 1 TO WS-DATA-COUNT
           IF FD-RECORD-AMOUNT-1 OF WS-MASK-RECORD NUMERIC
               ADD FD-RECORD-AMOUNT-1 OF WS-MASK-RECORD
                   TO WS-AMT-1-TOTAL
           END-IF
           IF FD-RECORD-AMOUNT-2 OF WS-MASK-RECORD NUMERIC
               ADD FD-RECORD-AMOUNT-2 OF WS-MASK-RECORD
                   TO WS-AMT-2-TOTAL
           END-IF
           PERFORM 0200-READ-INPUT THRU 0200-EXIT
           .
       2000-EXIT.
           EXIT.

      *    THE TRAILER GOES OUT ONLY ON A CLEAN FINISH - A COPY CUT
      *    SHORT BY A FAILURE MUST NOT BALANCE AT THE OTHER END.
       2500-WRITE-FEED-TRAILER.
           IF WS-LAYOUT-TRAN
               GO TO 2500-EXIT
           END-IF
           MOVE WS-DATA-COUNT  TO WS-FEED-TRL-RECORD-COUNT
           MOVE WS-AMT-1-TOTAL TO WS-FEED-TRL-AMT-1-TOTAL
           MOVE WS-AMT-2-TOTAL TO WS-FEED-TRL-AMT-2-TOTAL
           IF WS-LAYOUT-DELTA
               WRITE DELTA-OUTPUT-RECORD FROM WS-FEED-TRAILER-RECORD
           ELSE
               WRITE OUTPUT-RECORD FROM WS-FEED-TRAILER-RECORD
           END-IF
           IF NOT WS-OUTPUT-STATUS-OK
               DISPLAY 'FILEMSK: OUTPUT-FILE WRITE ERROR, STATUS = '
                       WS-OUTPUT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               SET WS-ABORT-REQUESTED TO TRUE
           END-IF
           .
       2500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    KEY MASKING.  A BLANK KEY STAYS BLANK (IT IS A REJECT IN
      *    THE MAKING AND SHOULD STAY ONE).  A MASKED KEY THAT COMES
      *    OUT STARTING 'HDR' OR 'TRL' WOULD READ AS A CONTROL RECORD,
      *    SO IT IS ENCIPHERED AGAIN UNTIL IT DOES NOT - STILL ONE
      *    MASKED KEY PER REAL KEY, SINCE NO REAL KEY STARTS THAT WAY.
      *----------------------------------------------------------------
       3000-MASK-KEY.
           MOVE FD-RECORD-KEY OF WS-MASK-RECORD TO WS-MASK-KEY
           IF WS-MASK-KEY = SPACES
               GO TO 3000-EXIT
           END-IF
           PERFORM 3100-ENCIPHER-KEY THRU 3100-EXIT
           IF WS-MASK-KEY (1:3) = 'HDR' OR WS-MASK-KEY (1:3) = 'TRL'
               ADD 1 TO WS-REMASK-COUNT
           END-IF
           PERFORM 3100-ENCIPHER-KEY THRU 3100-EXIT
               UNTIL WS-MASK-KEY (1:3) NOT = 'HDR'
                   AND WS-MASK-KEY (1:3) NOT = 'TRL'
           MOVE WS-MASK-KEY TO FD-RECORD-KEY OF WS-MASK-RECORD
           .
       3000-EXIT.
           EXIT.

       3100-ENCIPHER-KEY.
           MOVE 1 TO WS-MASK-ROUND
           PERFORM 3150-ENCIPHER-ONE-ROUND THRU 3150-EXIT
               UNTIL WS-MASK-ROUND > 2
           .
       3100-EXIT.
           EXIT.

       3150-ENCIPHER-ONE-ROUND.
           MOVE WS-MASK-ROUND TO WS-MASK-CHAIN
           MOVE ZERO TO WS-MASK-POS
           PERFORM 3200-SHIFT-LEFT-TO-RIGHT THRU 3200-EXIT
               UNTIL WS-MASK-POS >= 10
           MOVE WS-MASK-ROUND TO WS-MASK-CHAIN
           MOVE 11 TO WS-MASK-POS
           PERFORM 3250-SHIFT-RIGHT-TO-LEFT THRU 3250-EXIT
               UNTIL WS-MASK-POS <= 1
           ADD 1 TO WS-MASK-ROUND
           .
       3150-EXIT.
           EXIT.

       3200-SHIFT-LEFT-TO-RIGHT.
           ADD 1 TO WS-MASK-POS
           MOVE WS-SEED-PAIR (WS-MASK-POS) TO WS-MASK-SHIFT
           PERFORM 3300-SHIFT-ONE-CHAR THRU 3300-EXIT
           .
       3200-EXIT.
           EXIT.

      *    THE RETURN PASS TAKES THE SEEDS IN THE OPPOSITE ORDER.
       3250-SHIFT-RIGHT-TO-LEFT.
           SUBTRACT 1 FROM WS-MASK-POS
           COMPUTE WS-MASK-SHIFT = WS-SEED-PAIR (11 - WS-MASK-POS)
                                   + WS-MASK-ROUND
           PERFORM 3300-SHIFT-ONE-CHAR THRU 3300-EXIT
           .
       3250-EXIT.
           EXIT.

      *    SHIFT WS-MASK-CHAR (WS-MASK-POS) WITHIN ITS ALPHABET BY THE
      *    SEED SHIFT PLUS THE CHAIN AND SUBSTITUTE IT, THEN CARRY THE
      *    NEW CHARACTER'S PLACE FORWARD AS THE NEXT CHAIN.
       3300-SHIFT-ONE-CHAR.
           PERFORM 3400-CLASSIFY-CHAR THRU 3400-EXIT
           IF WS-CLASS-OTHER
               GO TO 3300-EXIT
           END-IF
           COMPUTE WS-MASK-VALUE = WS-MASK-INDEX + WS-MASK-SHIFT
                                   + WS-MASK-CHAIN
           IF WS-CLASS-DIGIT
               DIVIDE WS-MASK-VALUE BY 10 GIVING WS-MASK-QUOTIENT
                   REMAINDER WS-MASK-RESULT
               MOVE WS-DIGIT-SUB (WS-MASK-RESULT + 1) TO WS-MASK-RESULT
               MOVE WS-DIGIT (WS-MASK-RESULT + 1)
                   TO WS-MASK-CHAR (WS-MASK-POS)
           ELSE
               DIVIDE WS-MASK-VALUE BY 26 GIVING WS-MASK-QUOTIENT
                   REMAINDER WS-MASK-RESULT
               MOVE WS-LETTER-SUB (WS-MASK-RESULT + 1)
                   TO WS-MASK-RESULT
               MOVE WS-LETTER (WS-MASK-RESULT + 1)
                   TO WS-MASK-CHAR (WS-MASK-POS)
           END-IF
           COMPUTE WS-MASK-CHAIN = WS-MASK-RESULT + WS-MASK-SHIFT
           .
       3300-EXIT.
           EXIT.

      *    WHICH ALPHABET WS-MASK-CHAR (WS-MASK-POS) BELONGS TO, AND
      *    ITS PLACE IN IT (FROM ZERO) IN WS-MASK-INDEX.
       3400-CLASSIFY-CHAR.
           SET WS-CLASS-OTHER TO TRUE
           MOVE ZERO TO WS-ALPHA-SUB
           PERFORM 3450-SCAN-ONE-DIGIT THRU 3450-EXIT
               UNTIL NOT WS-CLASS-OTHER OR WS-ALPHA-SUB >= 10
           IF NOT WS-CLASS-OTHER
               GO TO 3400-EXIT
           END-IF
           MOVE ZERO TO WS-ALPHA-SUB
           PERFORM 3460-SCAN-ONE-LETTER THRU 3460-EXIT
               UNTIL NOT WS-CLASS-OTHER OR WS-ALPHA-SUB >= 26
           .
       3400-EXIT.
           EXIT.

       3450-SCAN-ONE-DIGIT.
           ADD 1 TO WS-ALPHA-SUB
           IF WS-DIGIT (WS-ALPHA-SUB) = WS-MASK-CHAR (WS-MASK-POS)
               SET WS-CLASS-DIGIT TO TRUE
               COMPUTE WS-MASK-INDEX = WS-ALPHA-SUB - 1
           END-IF
           .
       3450-EXIT.
           EXIT.

       3460-SCAN-ONE-LETTER.
           ADD 1 TO WS-ALPHA-SUB
           IF WS-LETTER (WS-ALPHA-SUB) = WS-MASK-CHAR (WS-MASK-POS)
               SET WS-CLASS-LETTER TO TRUE
               COMPUTE WS-MASK-INDEX = WS-ALPHA-SUB - 1
           END-IF
           .
       3460-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    AMOUNT SCALING.  THE FACTOR COMES FROM THE MASKED KEY AND
      *    THE SEED, SO A RECORD SCALES THE SAME WAY IN EVERY FILE AND
      *    ON EVERY NIGHT - AN UNCHANGED RECORD STAYS UNCHANGED IN THE
      *    TEST REGION'S NIGHT-OVER-NIGHT COMPARE.  BOTH AMOUNTS TAKE
      *    THE ONE FACTOR OR NEITHER DOES - IF EITHER WOULD NO LONGER
      *    FIT ITS FIELD, BOTH ARE LEFT AS THEY WERE AND THE RECORD IS
      *    COUNTED.
      *----------------------------------------------------------------
       3500-SCALE-AMOUNTS.
           MOVE ZERO TO WS-MASK-HASH
           MOVE ZERO TO WS-MASK-POS
           PERFORM 3550-HASH-ONE-CHAR THRU 3550-EXIT
               UNTIL WS-MASK-POS >= 10
           DIVIDE WS-MASK-HASH BY WS-FACTOR-RANGE
               GIVING WS-MASK-QUOTIENT REMAINDER WS-MASK-RESULT
           COMPUTE WS-FACTOR-OFFSET = WS-MASK-RESULT - WS-TOLERANCE-BP
           MOVE ZERO TO WS-SCALED-AMOUNT-1 WS-SCALED-AMOUNT-2
           IF FD-RECORD-AMOUNT-1 OF WS-MASK-RECORD NUMERIC
               COMPUTE WS-SCALED-AMOUNT-1 ROUNDED =
                   FD-RECORD-AMOUNT-1 OF WS-MASK-RECORD
                   * (10000 + WS-FACTOR-OFFSET) / 10000
           END-IF
           IF FD-RECORD-AMOUNT-2 OF WS-MASK-RECORD NUMERIC
               COMPUTE WS-SCALED-AMOUNT-2 ROUNDED =
                   FD-RECORD-AMOUNT-2 OF WS-MASK-RECORD
                   * (10000 + WS-FACTOR-OFFSET) / 10000
           END-IF
           IF WS-SCALED-AMOUNT-1 > 999999999.99
                   OR WS-SCALED-AMOUNT-1 < -999999999.99
                   OR WS-SCALED-AMOUNT-2 > 999999999.99
                   OR WS-SCALED-AMOUNT-2 < -999999999.99
               ADD 1 TO WS-UNSCALED-COUNT
               GO TO 3500-EXIT
           END-IF
           IF FD-RECORD-AMOUNT-1 OF WS-MASK-RECORD NUMERIC
               MOVE WS-SCALED-AMOUNT-1
                   TO FD-RECORD-AMOUNT-1 OF WS-MASK-RECORD
           END-IF
           IF FD-RECORD-AMOUNT-2 OF WS-MASK-RECORD NUMERIC
               MOVE WS-SCALED-AMOUNT-2
                   TO FD-RECORD-AMOUNT-2 OF WS-MASK-RECORD
           END-IF
           IF FD-RECORD-AMOUNT-1 OF WS-MASK-RECORD NUMERIC
                   AND FD-RECORD-AMOUNT-2 OF WS-MASK-RECORD NUMERIC
               COMPUTE FD-RECORD-NET-AMOUNT OF WS-MASK-RECORD =
                   FD-RECORD-AMOUNT-1 OF WS-MASK-RECORD
                   - FD-RECORD-AMOUNT-2 OF WS-MASK-RECORD
           END-IF
           .
       3500-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    USER ID MASKING.  THE KEYING USER ID ON A TRANSACTION TAKES
      *    ONE PASS OF THE KEY CIPHER, BLANK-PADDED TO A KEY'S LENGTH
      *    (THE BLANKS STAY BLANK), SO EACH REAL USER BECOMES ONE TEST
      *    USER AND NO TWO REAL USERS BECOME THE SAME ONE.  A BLANK USER
      *    ID STAYS BLANK.
      *----------------------------------------------------------------
       3600-MASK-USER-ID.
           IF WS-MASK-USER-ID = SPACES
               GO TO 3600-EXIT
           END-IF
           MOVE SPACES TO WS-MASK-KEY
           MOVE WS-MASK-USER-ID TO WS-MASK-KEY (1:8)
           PERFORM 3100-ENCIPHER-KEY THRU 3100-EXIT
           MOVE WS-MASK-KEY (1:8) TO WS-MASK-USER-ID
           .
       3600-EXIT.
           EXIT.

      *    A RUNNING HASH OF THE MASKED KEY, KEPT UNDER A MILLION.
       3550-HASH-ONE-CHAR.
           ADD 1 TO WS-MASK-POS
           PERFORM 3400-CLASSIFY-CHAR THRU 3400-EXIT
           EVALUATE TRUE
               WHEN WS-CLASS-DIGIT
                   COMPUTE WS-MASK-VALUE = WS-MASK-INDEX + 1
               WHEN WS-CLASS-LETTER
                   COMPUTE WS-MASK-VALUE = WS-MASK-INDEX + 11
               WHEN OTHER
                   MOVE ZERO TO WS-MASK-VALUE
           END-EVALUATE
           COMPUTE WS-MASK-HASH = WS-MASK-HASH * 37 + WS-MASK-VALUE
                                  + WS-SEED-PAIR (WS-MASK-POS)
           DIVIDE WS-MASK-HASH BY 999983 GIVING WS-MASK-QUOTIENT
               REMAINDER WS-MASK-HASH
           .
       3550-EXIT.
           EXIT.

      *----------------------------------------------------------------
      *    END OF JOB
      *----------------------------------------------------------------
       9999-END.
           IF WS-INDEX-FILE-OPEN
               CLOSE INDEX-FILE
               IF NOT WS-INDEX-STATUS-OK
                   DISPLAY 'FILEMSK: INDEX-FILE CLOSE FAILED, STATUS = '
                           WS-INDEX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-INPUT-FILE-OPEN
               EVALUATE TRUE
                   WHEN WS-LAYOUT-DELTA
                       CLOSE DELTA-INPUT-FILE
                   WHEN WS-LAYOUT-TRAN
                       CLOSE TRAN-INPUT-FILE
                   WHEN OTHER
                       CLOSE INPUT-FILE
               END-EVALUATE
               IF NOT WS-INPUT-STATUS-OK
                   DISPLAY 'FILEMSK: INPUT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-INPUT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-OUTPUT-FILE-OPEN
               EVALUATE TRUE
                   WHEN WS-LAYOUT-DELTA
                       CLOSE DELTA-OUTPUT-FILE
                   WHEN WS-LAYOUT-TRAN
                       CLOSE TRAN-OUTPUT-FILE
                   WHEN OTHER
                       CLOSE OUTPUT-FILE
               END-EVALUATE
               IF NOT WS-OUTPUT-STATUS-OK
                   DISPLAY 'FILEMSK: OUTPUT-FILE CLOSE FAILED, '
                           'STATUS = ' WS-OUTPUT-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY 'FILEMSK: RECORDS READ      = ' WS-READ-COUNT
           DISPLAY 'FILEMSK: RECORDS MASKED    = ' WS-DATA-COUNT
           DISPLAY 'FILEMSK: CONTROLS DROPPED  = ' WS-DROPPED-COUNT
           DISPLAY 'FILEMSK: KEYS RE-MASKED    = ' WS-REMASK-COUNT
           DISPLAY 'FILEMSK: AMOUNTS UNSCALED  = ' WS-UNSCALED-COUNT
           .
       9999-EXIT.
           EXIT.
