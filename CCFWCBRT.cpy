      *****************************************************************
      **  MEMBER :  CCFWCBRT                                         **
      **  REMARKS:  FD AND RECORD FOR THE CASH-BACK BONUS DEPOSIT    **
      **            DECLARED RATE TABLE (CBRT).  SEE CCFHCBRT.  THE  **
      **            RATE IS AN ANNUAL PERCENTAGE.                    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CBRT-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCBRT-REC-INFO.
           05  WCBRT-KEY.
               10  WCBRT-EFF-DT              PIC X(10).
           05  WCBRT-DCLR-INT-PCT            PIC 9(02)V9(04).
           05  WCBRT-LAST-CHG-USER-ID        PIC X(08).
           05  WCBRT-LAST-CHG-DT             PIC X(10).
