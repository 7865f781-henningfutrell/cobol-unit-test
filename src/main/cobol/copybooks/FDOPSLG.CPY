      **********************************************************************
      * COPYBOOK:  FDOPSLG
      * PURPOSE:   ONE STEP-STATISTICS RECORD ON THE OPERATIONS LOG,
      *            PROD.FILEDEMO.OPSLOG (DD OPSDD), AND THE WORK AREA
      *            EVERY PROGRAM IN THE FILEDEMO JOB STREAM USES TO
      *            WRITE IT.  EACH PROGRAM NOTES ITS START DATE AND
      *            TIME BEFORE IT DOES ANYTHING ELSE AND APPENDS ONE
      *            RECORD AS THE VERY LAST THING IT DOES, ONCE ITS
      *            RETURN CODE IS FINAL - PROGRAM, JOB STEP, START AND
      *            END, RECORDS READ / WRITTEN / REJECTED AS THAT
      *            PROGRAM COUNTS THEM, AND THE RETURN CODE.  THE JOB
      *            STEP NAME COMES FROM A ONE-CARD DD (OPSID, STEP NAME
      *            IN COLUMNS 1-8); WITHOUT ONE THE PROGRAM NAME
      *            STANDS IN.  THE LOG IS WRITTEN FOR THE MORNING SLA
      *            REPORT (FILESLA), SO A LOG THAT CANNOT BE OPENED OR
      *            WRITTEN IS NOTED ON SYSOUT AND NEVER CHANGES THE
      *            STEP'S OWN RETURN CODE - THE NIGHT'S WORK MATTERS
      *            MORE THAN THE RECORD OF IT.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      **********************************************************************
       01  OL-RECORD.
           05  OL-PROGRAM               PIC X(08).
           05  OL-STEP                  PIC X(08).
           05  OL-START-DATE            PIC 9(08).
           05  OL-START-TIME            PIC 9(08).
           05  OL-END-DATE              PIC 9(08).
           05  OL-END-TIME              PIC 9(08).
           05  OL-READ-COUNT            PIC 9(09).
           05  OL-WRITTEN-COUNT         PIC 9(09).
           05  OL-REJECTED-COUNT        PIC 9(09).
           05  OL-RETURN-CODE           PIC 9(04).
           05  FILLER                   PIC X(21).

       01  OL-WORK-AREA.
           05  OL-LOG-FILE-STATUS       PIC X(02)  VALUE SPACES.
               88  OL-LOG-STATUS-OK         VALUE '00'.
           05  OL-ID-FILE-STATUS        PIC X(02)  VALUE SPACES.
               88  OL-ID-STATUS-OK          VALUE '00'.
           05  OL-STEP-NAME             PIC X(08)  VALUE SPACES.
           05  OL-STEP-START-DATE       PIC 9(08)  VALUE ZERO.
           05  OL-STEP-START-TIME       PIC 9(08)  VALUE ZERO.
