      **********************************************************************
      * COPYBOOK:  FDEDPRM
      * PURPOSE:   EDIT-LIMIT PARAMETERS - THE BUSINESS-RANGE EDITS THE
      *            DATA-QUALITY TEAM MAINTAINS ON PROD.FILEDEMO.EDITPARM
      *            (DD EDPDD), SHARED BY EVERY PROGRAM THAT EDITS A
      *            RECORD BEFORE IT REACHES THE OUTPUT OR THE INDEX
      *            (FILEDEMO, FILERCY, FILEMNT), SO A LIMIT IS CHANGED
      *            ON ONE CARD INSTEAD OF IN THREE PROGRAMS.  THE LIMITS
      *            APPLY ONLY TO A RECORD THAT HAS ALREADY PASSED THE
      *            FORMAT EDITS (AMOUNTS AND DATE NUMERIC, STATUS VALID).
      *            ONE 80-BYTE CARD PER RULE; A CARD WITH '*' IN COLUMN
      *            1, OR AN ALL-BLANK CARD, IS A COMMENT:
      *              1-4   RULE  AMT1 - AMOUNT-1 MINIMUM AND MAXIMUM
      *                          AMT2 - AMOUNT-2 MINIMUM AND MAXIMUM
      *                          A2PC - AMOUNT-2 CEILING, AS A PERCENT
      *                                 OF AMOUNT-1 (SIZES, NOT SIGNS)
      *                          DOLD - OLDEST RECORD DATE, IN DAYS
      *                                 BEFORE THE RUN DATE
      *                          DFUT - FURTHEST-OUT RECORD DATE, IN
      *                                 DAYS AFTER THE RUN DATE
      *              6-7   STATUS CODE THE RULE HOLDS FOR, '**' = ALL
      *              9     R = REJECT THE RECORD, W = WARN BUT ACCEPT
      *              11-22 AMT1/AMT2: MINIMUM, SIGN THEN 11 DIGITS WITH
      *                    2 IMPLIED DECIMALS (+00000000000)
      *                    A2PC: PERCENT, 5 DIGITS, 2 IMPLIED DECIMALS
      *                    DOLD/DFUT: DAYS, 5 DIGITS
      *              24-35 AMT1/AMT2: MAXIMUM, SAME FORM AS THE MINIMUM
      *            A RECORD FAILING ANY REJECT RULE IS REJECTED UNDER
      *            THE FIRST ONE IT FAILS; OTHERWISE ONE FAILING A WARN
      *            RULE IS ACCEPTED AND WARNED UNDER THE FIRST.  AN
      *            UNUSABLE CARD STOPS THE LOAD - EDITING WITH PART OF
      *            THE RULE SET WOULD PASS WHAT THE REST WAS THERE TO
      *            CATCH.  THE CALLER SETS EP-CHECK-STATUS, -AMOUNT-1,
      *            -AMOUNT-2 AND -DATE; EP-CHECK-RESULT, EP-CHECK-RULE
      *            AND EP-CHECK-REASON CARRY THE ANSWER BACK.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      **********************************************************************
       01  EP-PARM-CARD.
           05  EP-CARD-RULE             PIC X(04).
           05  FILLER                   PIC X(01).
           05  EP-CARD-STATUS           PIC X(02).
           05  FILLER                   PIC X(01).
           05  EP-CARD-ACTION           PIC X(01).
           05  FILLER                   PIC X(01).
           05  EP-CARD-LOW              PIC S9(09)V99
                                        SIGN IS LEADING SEPARATE.
           05  EP-CARD-PERCENT-VIEW REDEFINES EP-CARD-LOW.
               10  EP-CARD-PERCENT      PIC 9(03)V99.
               10  FILLER               PIC X(07).
           05  EP-CARD-DAYS-VIEW REDEFINES EP-CARD-LOW.
               10  EP-CARD-DAYS         PIC 9(05).
               10  FILLER               PIC X(07).
           05  FILLER                   PIC X(01).
           05  EP-CARD-HIGH             PIC S9(09)V99
                                        SIGN IS LEADING SEPARATE.
           05  FILLER                   PIC X(45).

       01  EP-RULE-TABLE.
           05  EP-RULE-ENTRY            OCCURS 50 TIMES.
               10  EP-RULE-ID           PIC X(04).
                   88  EP-RULE-AMOUNT-1     VALUE 'AMT1'.
                   88  EP-RULE-AMOUNT-2     VALUE 'AMT2'.
                   88  EP-RULE-AMT-2-SHARE  VALUE 'A2PC'.
                   88  EP-RULE-OLDEST-DATE  VALUE 'DOLD'.
                   88  EP-RULE-FUTURE-DATE  VALUE 'DFUT'.
                   88  EP-RULE-KNOWN        VALUES 'AMT1' 'AMT2'
                                                   'A2PC' 'DOLD'
                                                   'DFUT'.
               10  EP-RULE-STATUS       PIC X(02).
                   88  EP-RULE-ANY-STATUS   VALUE '**'.
               10  EP-RULE-ACTION       PIC X(01).
                   88  EP-RULE-REJECT       VALUE 'R'.
                   88  EP-RULE-WARN         VALUE 'W'.
                   88  EP-RULE-VALID-ACTION VALUES 'R' 'W'.
               10  EP-RULE-LOW          PIC S9(09)V99.
               10  EP-RULE-HIGH         PIC S9(09)V99.
               10  EP-RULE-PERCENT      PIC 9(03)V99.
               10  EP-RULE-DAYS         PIC 9(05).

       01  EP-RULE-COUNT                PIC 9(03)  COMP  VALUE ZERO.
       01  EP-RULE-MAX                  PIC 9(03)  COMP  VALUE 50.

       01  EP-CHECK-AREA.
           05  EP-CHECK-STATUS          PIC X(02)  VALUE SPACES.
           05  EP-CHECK-AMOUNT-1        PIC S9(09)V99  VALUE ZERO.
           05  EP-CHECK-AMOUNT-2        PIC S9(09)V99  VALUE ZERO.
           05  EP-CHECK-DATE            PIC 9(08)  VALUE ZERO.
           05  EP-CHECK-DATE-PARTS REDEFINES EP-CHECK-DATE.
               10  EP-CHECK-YEAR        PIC 9(04).
               10  EP-CHECK-MONTH       PIC 9(02).
               10  EP-CHECK-DAY         PIC 9(02).
           05  EP-CHECK-RESULT          PIC X(01)  VALUE SPACE.
               88  EP-CHECK-PASSED          VALUE SPACE.
               88  EP-CHECK-WARNED          VALUE 'W'.
               88  EP-CHECK-REJECTED        VALUE 'R'.
           05  EP-CHECK-RULE            PIC X(04)  VALUE SPACES.
           05  EP-CHECK-REASON          PIC X(30)  VALUE SPACES.
           05  EP-CHECK-SUB             PIC 9(03)  COMP  VALUE ZERO.
           05  EP-CHECK-FAIL-SWITCH     PIC X(01)  VALUE 'N'.
               88  EP-CHECK-RULE-FAILED     VALUE 'Y'.
           05  EP-CHECK-DATE-SWITCH     PIC X(01)  VALUE 'N'.
               88  EP-CHECK-DATE-USABLE     VALUE 'Y'.
           05  EP-CHECK-FAIL-REASON     PIC X(30)  VALUE SPACES.
      *        SIZES ONLY - THE SHARE RULE COMPARES MAGNITUDES.
           05  EP-CHECK-AMT-1-SIZE      PIC 9(09)V99   VALUE ZERO.
           05  EP-CHECK-AMT-2-SIZE      PIC 9(09)V99   VALUE ZERO.
           05  EP-CHECK-CEILING         PIC 9(12)V9(04) VALUE ZERO.

      *    DAY NUMBERS FOR THE DATE-WINDOW RULES, COUNTED IN REAL
      *    CALENDAR DAYS WITH THE YEAR TAKEN AS STARTING IN MARCH SO
      *    FEBRUARY'S ODD LENGTH FALLS AT THE END OF IT.
       01  EP-DAYNUM-WORK.
           05  EP-DAYNUM-YEAR           PIC 9(05)  COMP  VALUE ZERO.
           05  EP-DAYNUM-MONTH          PIC 9(03)  COMP  VALUE ZERO.
           05  EP-DAYNUM-DAY            PIC 9(03)  COMP  VALUE ZERO.
           05  EP-DAYNUM-QUOTIENT       PIC 9(09)  COMP  VALUE ZERO.
           05  EP-DAYNUM                PIC 9(09)  COMP  VALUE ZERO.
           05  EP-RUN-DAYNUM            PIC 9(09)  COMP  VALUE ZERO.
           05  EP-RECORD-DAYNUM         PIC 9(09)  COMP  VALUE ZERO.
