      **********************************************************************
      * COPYBOOK:  FDAPPRV
      * PURPOSE:   MAKER-CHECKER (DUAL CONTROL) APPROVAL OF FILEMNT
      *            TRANSACTIONS.  AN ADD OR CHANGE WHOSE NET AMOUNT, OR
      *            WHOSE CHANGE IN NET AMOUNT, IS OVER THE APPROVAL
      *            LIMIT, AND EVERY DELETE, IS HELD ON THE PENDING-
      *            APPROVAL FILE INSTEAD OF BEING APPLIED.  IT IS
      *            APPLIED ON A LATER NIGHT, WHEN AN APPROVAL CARD FROM
      *            A USER OTHER THAN THE ONE WHO KEYED IT ARRIVES, OR
      *            DROPS OFF AS TIMED OUT.
      *
      *            AP-PENDING-RECORD - ONE HELD TRANSACTION (DDS PNDIDD
      *            AND PNDODD, A GDG CARRIED FORWARD NIGHT TO NIGHT THE
      *            SAME WAY AS THE SUSPENSE FILE).  THE NET AND CHANGE
      *            AMOUNTS ARE THE ONES THE HOLD WAS DECIDED ON - FOR A
      *            DELETE, THE NET AMOUNT OF THE RECORD IT WOULD REMOVE.
      *
      *            AP-APPROVAL-CARD - ONE 80-BYTE CARD PER APPROVAL
      *            (DD APRDD), KEYED BY A SUPERVISOR FROM THE AWAITING-
      *            APPROVAL LISTING:
      *              1-10  RECORD KEY OF THE HELD TRANSACTION
      *              12    ACTION CODE OF THE HELD TRANSACTION, A/C/D
      *              14-21 DATE IT WAS HELD, YYYYMMDD, AS LISTED
      *              23-30 USER ID OF THE APPROVER
      *            A CARD WITH '*' IN COLUMN 1, OR AN ALL-BLANK CARD,
      *            IS A COMMENT.  KEY, ACTION AND HELD DATE TOGETHER
      *            NAME ONE HELD ITEM.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      **********************************************************************
       01  AP-PENDING-RECORD.
           05  AP-HELD-DATE             PIC 9(08).
           05  AP-MAKER-ID              PIC X(08).
           05  AP-HOLD-REASON           PIC X(01).
               88  AP-HELD-NET              VALUE 'N'.
               88  AP-HELD-CHANGE           VALUE 'C'.
               88  AP-HELD-DELETE           VALUE 'D'.
           05  AP-ACTION-CODE           PIC X(01).
           05  AP-NET-AMOUNT            PIC S9(10)V99.
           05  AP-CHANGE-AMOUNT         PIC S9(10)V99.
           05  AP-RECORD-DATA           PIC X(200).
           05  FILLER                   PIC X(08).

       01  AP-APPROVAL-CARD.
           05  AP-CARD-KEY              PIC X(10).
           05  FILLER                   PIC X(01).
           05  AP-CARD-ACTION           PIC X(01).
               88  AP-CARD-VALID-ACTION     VALUES 'A' 'C' 'D'.
           05  FILLER                   PIC X(01).
           05  AP-CARD-HELD-DATE        PIC X(08).
           05  AP-CARD-HELD-DATE-NUM REDEFINES AP-CARD-HELD-DATE
                                        PIC 9(08).
           05  FILLER                   PIC X(01).
           05  AP-CARD-APPROVER         PIC X(08).
           05  FILLER                   PIC X(50).

      *    THE NIGHT'S APPROVAL CARDS, LOADED WHOLE BEFORE THE PENDING
      *    FILE IS READ.  A CARD IS MARKED USED WHEN IT MATCHES A HELD
      *    ITEM; ONE STILL UNUSED AT THE END MATCHED NOTHING.
       01  AP-CARD-TABLE.
           05  AP-CARD-ENTRY            OCCURS 500 TIMES.
               10  AP-TBL-KEY           PIC X(10).
               10  AP-TBL-ACTION        PIC X(01).
               10  AP-TBL-HELD-DATE     PIC 9(08).
               10  AP-TBL-APPROVER      PIC X(08).
               10  AP-TBL-USED-SWITCH   PIC X(01).
                   88  AP-TBL-USED          VALUE 'Y'.

       01  AP-CARD-COUNT                PIC 9(04)  COMP  VALUE ZERO.
       01  AP-CARD-MAX                  PIC 9(04)  COMP  VALUE 500.
       01  AP-CARD-SUB                  PIC 9(04)  COMP  VALUE ZERO.
