      **********************************************************************
      * COPYBOOK:  FDSTTRN
      * PURPOSE:   THE RECORD STATUS LIFECYCLE - THE ONE TABLE OF
      *            STATUS-CODE TRANSITIONS A RECORD MAY MAKE FROM ONE
      *            VERSION TO THE NEXT.  EVERY PROGRAM THAT CHANGES A
      *            RECORD'S STATUS (FILEDEMO AGAINST THE PRIOR-NIGHT
      *            IMAGE, FILEMNT, FILEUPD) AND THE NIGHTLY TRANSITION
      *            REPORT (FILETRN) TEST AGAINST THIS TABLE, SO A RULE
      *            CHANGE IS MADE HERE ONCE AND RECOMPILED EVERYWHERE.
      *            EACH ENTRY IS FROM-STATUS, TO-STATUS AND A RULE:
      *              Y - ALWAYS ALLOWED.
      *              R - ALLOWED ONLY WHEN THE PRIOR VERSION CARRIES
      *                  THE ARCHIVE RESTORE FLAG (FILEARC PUT IT BACK
      *                  ON THE INDEX) - A CLOSED RECORD IS REOPENED
      *                  BY RESTORING IT, NEVER BY KEYING OVER IT.
      *            A PAIR NOT IN THE TABLE IS NOT ALLOWED.  A RECORD
      *            WHOSE STATUS DOES NOT CHANGE MAKES NO TRANSITION.
      *            ST-CHECK-FROM/-TO/-RESTORE-FLAG ARE SET BY THE
      *            CALLER BEFORE THE TABLE IS SEARCHED; ST-CHECK-RESULT
      *            CARRIES THE ANSWER BACK.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      **********************************************************************
       01  ST-TRANSITION-VALUES.
           05  FILLER                   PIC X(05)  VALUE 'PEACY'.
           05  FILLER                   PIC X(05)  VALUE 'PECLY'.
           05  FILLER                   PIC X(05)  VALUE 'ACCLY'.
           05  FILLER                   PIC X(05)  VALUE 'CLPER'.
       01  ST-TRANSITION-TABLE REDEFINES ST-TRANSITION-VALUES.
           05  ST-TRANSITION-ENTRY      OCCURS 4 TIMES.
               10  ST-FROM-STATUS       PIC X(02).
               10  ST-TO-STATUS         PIC X(02).
               10  ST-RULE              PIC X(01).
                   88  ST-RULE-ALLOWED      VALUE 'Y'.
                   88  ST-RULE-RESTORE-ONLY VALUE 'R'.

       01  ST-TRANSITION-ENTRY-COUNT    PIC 9(03)  COMP  VALUE 4.

       01  ST-CHECK-AREA.
           05  ST-CHECK-FROM            PIC X(02)  VALUE SPACES.
           05  ST-CHECK-TO              PIC X(02)  VALUE SPACES.
           05  ST-CHECK-RESTORE-FLAG    PIC X(01)  VALUE SPACE.
               88  ST-CHECK-RESTORED        VALUE 'R'.
           05  ST-CHECK-SUB             PIC 9(03)  COMP  VALUE ZERO.
           05  ST-CHECK-RESULT          PIC X(01)  VALUE SPACE.
               88  ST-TRANSITION-ALLOWED    VALUE 'Y'.
               88  ST-TRANSITION-ILLEGAL    VALUE 'N'.
               88  ST-TRANSITION-NEEDS-RESTORE VALUE 'R'.
               88  ST-TRANSITION-SEARCHING  VALUE SPACE.
