      *****************************************************************
      **  MEMBER :  CCFWAMPF                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE AML MONITORING      **
      **            PROFILE (AMPF).  SEE CCFHAMPF.  THE LARGE        **
      **            RECEIPT IS THE LATEST ONE AT OR OVER THE LARGE   **
      **            PREMIUM THRESHOLD; THE CONVENIENCE-STORE WINDOW  **
      **            COUNTS THE NEAR-LIMIT PAYMENTS SINCE ITS START   **
      **            DATE AND IS RESTARTED WHEN IT RUNS OUT OR WHEN   **
      **            IT RAISES A HIT.                                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  AMPF-FILE
           LABEL RECORDS ARE STANDARD.

       01  WAMPF-REC-INFO.
           05  WAMPF-KEY.
               10  WAMPF-POL-ID              PIC X(10).
           05  WAMPF-LRG-RCPT-DT             PIC X(10).
           05  WAMPF-LRG-RCPT-AMT            PIC 9(11)V99.
           05  WAMPF-CVS-WNDW-STRT-DT        PIC X(10).
           05  WAMPF-CVS-WNDW-CNT            PIC 9(03).
           05  WAMPF-CVS-WNDW-AMT            PIC 9(11)V99.
           05  WAMPF-LAST-RCPT-DT            PIC X(10).
           05  WAMPF-LAST-CHG-DT             PIC X(10).
