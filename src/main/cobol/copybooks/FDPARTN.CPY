      **********************************************************************
      * COPYBOOK:  FDPARTN
      * PURPOSE:   KEY-RANGE PARTITIONING OF THE FILEDEMO LOAD.  THE
      *            NIGHT'S FEEDS CAN BE RUN THROUGH FILEDEMO AS SEVERAL
      *            CONCURRENT PARTITION JOBS, EACH TAKING THE RECORDS
      *            WHOSE KEYS FALL IN ITS OWN RANGE, WITH ITS OWN
      *            OUTPUT, REJECT, WARNINGS AND CHECKPOINT DATASETS;
      *            FILEMRG THEN MERGES THE PARTITIONS BACK INTO THE
      *            NIGHT'S DATASETS AND BALANCES THEM AGAINST THE
      *            FEEDS' HDR/TRL CONTROL RECORDS.
      *
      *            PT-PARTITION-CARD - ONE 80-BYTE CARD PER PARTITION
      *            (DD PRTDD).  FILEDEMO READS ITS OWN ONE CARD; FILEMRG
      *            READS THE WHOLE DECK, ONE CARD PER PARTITION, IN
      *            ASCENDING KEY ORDER:
      *              1-2   PARTITION NUMBER, 01-08
      *              4-13  LOWEST KEY IN THE PARTITION, BLANK = FROM
      *                    THE LOWEST KEY THERE IS
      *              15-24 HIGHEST KEY IN THE PARTITION, BLANK = TO
      *                    THE HIGHEST KEY THERE IS
      *            A CARD WITH '*' IN COLUMN 1 IS A COMMENT.  A BLANK
      *            KEY SORTS BELOW EVERY REAL KEY, SO IT FALLS TO THE
      *            FIRST PARTITION, WHOSE LOW KEY IS BLANK, AND IS
      *            REJECTED THERE AS IT ALWAYS WAS.
      *
      *            PT-TOTALS-RECORD - WHAT ONE PARTITION TELLS THE MERGE
      *            (DD PTOTDD).  ONE 'F' RECORD PER FEED, WRITTEN AT
      *            THE FEED'S END OF FILE, CARRIES THE FEED'S HDR/TRL
      *            AND THE COUNT AND AMOUNT HASH TOTALS OF THE RECORDS
      *            IN THIS PARTITION'S RANGE; ONE 'E' RECORD AT END OF
      *            JOB CARRIES THE PARTITION'S RUN COUNTS AND RETURN
      *            CODE.  A RESTARTED PARTITION APPENDS, SO THE LAST
      *            RECORD FOR A FEED, AND THE LAST 'E' RECORD, ARE THE
      *            ONES THAT COUNT.
      * MODIFICATION HISTORY:
      *   15 OCT 2026  RJM    INITIAL VERSION.
      **********************************************************************
       01  PT-PARTITION-CARD.
           05  PT-CARD-PARTITION        PIC X(02).
           05  PT-CARD-PARTITION-NUM REDEFINES PT-CARD-PARTITION
                                        PIC 9(02).
           05  FILLER                   PIC X(01).
           05  PT-CARD-LOW-KEY          PIC X(10).
           05  FILLER                   PIC X(01).
           05  PT-CARD-HIGH-KEY         PIC X(10).
           05  FILLER                   PIC X(56).

       01  PT-TOTALS-RECORD.
           05  PT-REC-TYPE              PIC X(01).
               88  PT-FEED-TOTALS           VALUE 'F'.
               88  PT-END-OF-RUN            VALUE 'E'.
           05  PT-REC-PARTITION         PIC X(02).
           05  PT-REC-RUN-DATE          PIC 9(08).
           05  PT-REC-LOW-KEY           PIC X(10).
           05  PT-REC-HIGH-KEY          PIC X(10).
           05  PT-REC-DETAIL            PIC X(139).
           05  PT-FEED-DETAIL REDEFINES PT-REC-DETAIL.
               10  PT-FEED-SEQ          PIC 9(05).
               10  PT-FEED-NAME         PIC X(44).
               10  PT-FEED-HEADER-FLAG  PIC X(01).
               10  PT-FEED-TRAILER-FLAG PIC X(01).
               10  PT-FEED-TRL-COUNT    PIC 9(09).
               10  PT-FEED-TRL-AMT-1    PIC S9(13)V99.
               10  PT-FEED-TRL-AMT-2    PIC S9(13)V99.
               10  PT-FEED-DATA-COUNT   PIC 9(09).
               10  PT-FEED-AMT-1-TOTAL  PIC S9(13)V99.
               10  PT-FEED-AMT-2-TOTAL  PIC S9(13)V99.
               10  FILLER               PIC X(10).
           05  PT-END-DETAIL REDEFINES PT-REC-DETAIL.
               10  PT-END-FEED-COUNT    PIC 9(05).
               10  PT-END-READ-COUNT    PIC 9(09).
               10  PT-END-WRITE-COUNT   PIC 9(09).
               10  PT-END-REJECT-COUNT  PIC 9(09).
               10  PT-END-WARN-COUNT    PIC 9(09).
               10  PT-END-RANGE-SKIPS   PIC 9(09).
               10  PT-END-RESTART-FLAG  PIC X(01).
               10  PT-END-RETURN-CODE   PIC 9(04).
               10  FILLER               PIC X(84).
