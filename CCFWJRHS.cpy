      *****************************************************************
      **  MEMBER :  CCFWJRHS                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE BATCH JOB RUN       **
      **            HISTORY (JRHS).  SEE CCFHJRHS.  TIMES ARE        **
      **            HHMMSS.  A JOB RUN AGAIN FOR THE SAME BUSINESS   **
      **            DATE KEEPS THE LATEST RUN AND COUNTS THE RUNS.   **
      **            THE DAY TYPE IS LEFT BLANK BY THE GATE AND SET   **
      **            BY THE NIGHTLY WINDOW ANALYSIS.                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51293**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  JRHS-FILE
           LABEL RECORDS ARE STANDARD.

       01  WJRHS-REC-INFO.
           05  WJRHS-KEY.
               10  WJRHS-JOB-ID              PIC X(08).
               10  WJRHS-BUS-DT              PIC X(10).
           05  WJRHS-RUN-STAT-CD             PIC X(01).
               88  WJRHS-RUN-STARTED               VALUE 'S'.
               88  WJRHS-RUN-COMPLETE              VALUE 'C'.
           05  WJRHS-CHKPT-INSTC-ID          PIC X(02).
           05  WJRHS-START-DT                PIC X(10).
           05  WJRHS-START-TIME              PIC X(06).
           05  WJRHS-END-DT                  PIC X(10).
           05  WJRHS-END-TIME                PIC X(06).
           05  WJRHS-ELAPS-SECS              PIC 9(07).
           05  WJRHS-RECS-PRCES-CNT          PIC 9(09).
           05  WJRHS-RUN-CNT                 PIC 9(03).
           05  WJRHS-DAY-TYP-CD              PIC X(01).
               88  WJRHS-DAY-NORMAL                VALUE 'N'.
               88  WJRHS-DAY-MONTH-END             VALUE 'M'.
               88  WJRHS-DAY-YEAR-END              VALUE 'Y'.
           05  FILLER                        PIC X(20).
