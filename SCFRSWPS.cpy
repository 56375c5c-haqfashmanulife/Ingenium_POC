      *****************************************************************
      **  MEMBER :  SCFRSWPS                                         **
      **  REMARKS:  WORKING-STORAGE COPY OF THE SYSTEMATIC           **
      **            WITHDRAWAL PLAN SCHEDULE (SWPS) ROW (SEE         **
      **            SCFWSWPS).                                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51268**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RSWPS-REC-INFO.
           05  RSWPS-KEY.
               10  RSWPS-POL-ID              PIC X(10).
           05  RSWPS-SCHED-STAT-CD           PIC X(01).
               88  RSWPS-STAT-ACTIVE               VALUE 'A'.
               88  RSWPS-STAT-SUSPENDED            VALUE 'S'.
               88  RSWPS-STAT-COMPLETE             VALUE 'C'.
               88  RSWPS-STAT-CANCELLED            VALUE 'X'.
           05  RSWPS-WTHDR-AMT               PIC S9(11)V99 COMP-3.
           05  RSWPS-FREQ-CD                 PIC X(01).
               88  RSWPS-FREQ-MONTHLY              VALUE 'M'.
               88  RSWPS-FREQ-ANNUAL               VALUE 'A'.
               88  RSWPS-FREQ-VALID                VALUE 'M' 'A'.
           05  RSWPS-STRT-DT                 PIC X(10).
           05  RSWPS-END-DT                  PIC X(10).
           05  RSWPS-NEXT-DUE-DT             PIC X(10).
           05  RSWPS-DRAW-MTHD-CD            PIC X(01).
               88  RSWPS-DRAW-PRO-RATA             VALUE 'P'.
               88  RSWPS-DRAW-NAMED-ORDER          VALUE 'O'.
               88  RSWPS-DRAW-VALID                VALUE 'P' 'O'.
           05  RSWPS-FUND-CNT                PIC 9(02).
           05  RSWPS-FUND-CD                 PIC X(04)
                                             OCCURS 10 TIMES.
           05  RSWPS-LAST-PAYMT-DT           PIC X(10).
           05  RSWPS-PAYMT-CNT               PIC 9(05).
           05  RSWPS-TOT-PAID-AMT            PIC S9(13)V99 COMP-3.
           05  RSWPS-SUSP-RSN-CD             PIC X(02).
               88  RSWPS-RSN-BELOW-MIN             VALUE 'MN'.
               88  RSWPS-RSN-NO-VALUE              VALUE 'NV'.
               88  RSWPS-RSN-NOT-INFORCE           VALUE 'NI'.
           05  RSWPS-SUSP-DT                 PIC X(10).
           05  RSWPS-ENTRY-USER-ID           PIC X(08).
           05  RSWPS-ENTRY-DT                PIC X(10).
