      *****************************************************************
      **  MEMBER :  SCFWSWPS                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE SYSTEMATIC          **
      **            WITHDRAWAL PLAN SCHEDULE (SWPS).  THE AMOUNT IS  **
      **            DRAWN EACH MONTH OR YEAR FROM THE START DATE TO  **
      **            THE END DATE (SPACES - NO END), EITHER PRO-RATA  **
      **            OVER THE NAMED FUNDS (ALL FUNDS WHEN NONE ARE    **
      **            NAMED) OR FROM THE NAMED FUNDS IN THE ORDER      **
      **            GIVEN.  A SCHEDULE THE RUN CANNOT SAFELY PAY IS  **
      **            SUSPENDED WITH THE REASON AND DATE.              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51268**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  SWPS-FILE
           LABEL RECORDS ARE STANDARD.

       01  WSWPS-REC-INFO.
           05  WSWPS-KEY.
               10  WSWPS-POL-ID              PIC X(10).
           05  WSWPS-SCHED-STAT-CD           PIC X(01).
               88  WSWPS-STAT-ACTIVE               VALUE 'A'.
               88  WSWPS-STAT-SUSPENDED            VALUE 'S'.
               88  WSWPS-STAT-COMPLETE             VALUE 'C'.
               88  WSWPS-STAT-CANCELLED            VALUE 'X'.
           05  WSWPS-WTHDR-AMT               PIC S9(11)V99 COMP-3.
           05  WSWPS-FREQ-CD                 PIC X(01).
               88  WSWPS-FREQ-MONTHLY              VALUE 'M'.
               88  WSWPS-FREQ-ANNUAL               VALUE 'A'.
               88  WSWPS-FREQ-VALID                VALUE 'M' 'A'.
           05  WSWPS-STRT-DT                 PIC X(10).
           05  WSWPS-END-DT                  PIC X(10).
           05  WSWPS-NEXT-DUE-DT             PIC X(10).
           05  WSWPS-DRAW-MTHD-CD            PIC X(01).
               88  WSWPS-DRAW-PRO-RATA             VALUE 'P'.
               88  WSWPS-DRAW-NAMED-ORDER          VALUE 'O'.
               88  WSWPS-DRAW-VALID                VALUE 'P' 'O'.
           05  WSWPS-FUND-CNT                PIC 9(02).
           05  WSWPS-FUND-CD                 PIC X(04)
                                             OCCURS 10 TIMES.
           05  WSWPS-LAST-PAYMT-DT           PIC X(10).
           05  WSWPS-PAYMT-CNT               PIC 9(05).
           05  WSWPS-TOT-PAID-AMT            PIC S9(13)V99 COMP-3.
           05  WSWPS-SUSP-RSN-CD             PIC X(02).
               88  WSWPS-RSN-BELOW-MIN             VALUE 'MN'.
               88  WSWPS-RSN-NO-VALUE              VALUE 'NV'.
               88  WSWPS-RSN-NOT-INFORCE           VALUE 'NI'.
           05  WSWPS-SUSP-DT                 PIC X(10).
           05  WSWPS-ENTRY-USER-ID           PIC X(08).
           05  WSWPS-ENTRY-DT                PIC X(10).
