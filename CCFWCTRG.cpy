      *****************************************************************
      **  MEMBER :  CCFWCTRG                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE INTER-JOB CONTROL   **
      **            TOTAL REGISTRY (CTRG).  SEE CCFHCTRG.  THE       **
      **            HANDOFF ID IS THE DD NAME OF THE FILE.  A ROW    **
      **            WITH STATUS 'N' WAS CREATED BY A CONSUMER THAT   **
      **            FOUND NO REGISTRATION FOR THE DATE.  A FRESH     **
      **            REGISTRATION (PRODUCER RERUN) CLEARS THE         **
      **            CONSUMER CHECKS SO EACH CONSUMER CHECKS AGAIN.   **
      **            CHECK STATUS: B BALANCED, C RECORD COUNT         **
      **            DIFFERS, H HASH TOTAL DIFFERS, D REGISTERED FOR  **
      **            ANOTHER BUSINESS DATE ONLY, M NOT REGISTERED.    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51295**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CTRG-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCTRG-REC-INFO.
           05  WCTRG-KEY.
               10  WCTRG-HNDF-ID             PIC X(08).
               10  WCTRG-BUS-DT              PIC X(10).
           05  WCTRG-REG-STAT-CD             PIC X(01).
               88  WCTRG-REGISTERED                VALUE 'R'.
               88  WCTRG-NOT-REGISTERED            VALUE 'N'.
           05  WCTRG-PROD-JOB-ID             PIC X(08).
           05  WCTRG-REC-CNT                 PIC 9(09).
           05  WCTRG-HASH-AMT                PIC S9(15)V9(06) COMP-3.
           05  WCTRG-REG-DT                  PIC X(10).
           05  WCTRG-REG-TIME                PIC X(06).
           05  WCTRG-REG-CNT                 PIC 9(03).
           05  WCTRG-CNSM-INFO               OCCURS 4 TIMES.
               10  WCTRG-CNSM-JOB-ID         PIC X(08).
               10  WCTRG-CHK-STAT-CD         PIC X(01).
                   88  WCTRG-CHK-BALANCED          VALUE 'B'.
                   88  WCTRG-CHK-COUNT-DIFF        VALUE 'C'.
                   88  WCTRG-CHK-HASH-DIFF         VALUE 'H'.
                   88  WCTRG-CHK-DATE-DIFF         VALUE 'D'.
                   88  WCTRG-CHK-MISSING           VALUE 'M'.
               10  WCTRG-CHK-REC-CNT         PIC 9(09).
               10  WCTRG-CHK-HASH-AMT        PIC S9(15)V9(06) COMP-3.
               10  WCTRG-CHK-DT              PIC X(10).
               10  WCTRG-CHK-TIME            PIC X(06).
           05  FILLER                        PIC X(20).
