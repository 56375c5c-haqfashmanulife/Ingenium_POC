      *****************************************************************
      **  MEMBER :  SCWLSWPS                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ONLINE SYSTEMATIC         **
      **            WITHDRAWAL PLAN MAINTENANCE (SSRQSWPS).          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51268**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LSWPS-PARM-INFO.
           05  LSWPS-FUNCTION-CD            PIC X(02).
               88  LSWPS-FUNCTION-SET-UP              VALUE 'SU'.
               88  LSWPS-FUNCTION-CANCEL              VALUE 'CN'.
               88  LSWPS-FUNCTION-RESUME              VALUE 'RS'.
               88  LSWPS-FUNCTION-INQUIRE             VALUE 'IQ'.
           05  LSWPS-POL-ID                 PIC X(10).
           05  LSWPS-SCHED-STAT-CD          PIC X(01).
           05  LSWPS-WTHDR-AMT              PIC 9(11)V99.
           05  LSWPS-FREQ-CD                PIC X(01).
           05  LSWPS-STRT-DT                PIC X(10).
           05  LSWPS-END-DT                 PIC X(10).
           05  LSWPS-NEXT-DUE-DT            PIC X(10).
           05  LSWPS-DRAW-MTHD-CD           PIC X(01).
           05  LSWPS-FUND-CNT               PIC 9(02).
           05  LSWPS-FUND-CD                PIC X(04)
                                            OCCURS 10 TIMES.
           05  LSWPS-LAST-PAYMT-DT          PIC X(10).
           05  LSWPS-PAYMT-CNT              PIC 9(05).
           05  LSWPS-SUSP-RSN-CD            PIC X(02).
           05  LSWPS-SUSP-DT                PIC X(10).
           05  LSWPS-ENTRY-USER-ID          PIC X(08).
           05  LSWPS-RETRN-CD               PIC X(02).
               88  LSWPS-RETRN-OK                     VALUE '00'.
               88  LSWPS-RETRN-NOTFND                 VALUE '01'.
               88  LSWPS-RETRN-BAD-SCHED              VALUE '02'.
               88  LSWPS-RETRN-BAD-STATUS             VALUE '03'.
               88  LSWPS-RETRN-NOTAUTH                VALUE '91'.
               88  LSWPS-RETRN-ERROR                  VALUE '99'.
