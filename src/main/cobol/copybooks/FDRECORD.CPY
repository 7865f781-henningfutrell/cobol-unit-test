      *                       ITS RESTORE DATE, SO A REOPENED ACCOUNT
      *                       IS NOT RE-ARCHIVED THE NEXT NIGHT.
      *                       OVERALL LENGTH STILL UNCHANGED (200).
      *   15 OCT 2026  RJM    CARVE A SIXTH REJECT REASON FLAG OUT OF
      *                       THE FILLER - 'Y' = THE STATUS CHANGE
      *                       AGAINST THE PRIOR-NIGHT VERSION IS NOT
      *                       ON THE LIFECYCLE (FDSTTRN).  IT SITS
      *                       APART FROM THE OTHER FIVE BECAUSE THE
      *                       NET AMOUNT FOLLOWS THEM.  OVERALL LENGTH
      *                       STILL UNCHANGED (200).
      *   15 OCT 2026  RJM    CARVE THE EDIT-LIMIT RULE ID OUT OF THE
      *                       FILLER - ON A REJECT-FILE RECORD THE
      *                       FDEDPRM RULE THAT REJECTED IT, ON A
      *                       WARNINGS-FILE RECORD THE RULE THAT
      *                       WARNED, BLANK EVERYWHERE ELSE.  OVERALL
      *                       LENGTH STILL UNCHANGED (200).
      **********************************************************************
       01  FD-RECORD.
           05  FD-RECORD-KEY            PIC X(10).
           05  FD-RECORD-RESTORE-FLAG   PIC X(01).
               88  FD-RECORD-RESTORED       VALUE 'R'.
           05  FD-RECORD-RESTORE-DATE   PIC 9(08).
           05  FD-REJ-TRANSITION-FLAG   PIC X(01).
               88  FD-REJ-TRANSITION-BAD    VALUE 'Y'.
           05  FD-EDIT-LIMIT-RULE       PIC X(04).
           05  FILLER                   PIC X(70).
