      *****************************************************************
      **  MEMBER :  CCFWFACR                                         **
      **  REMARKS:  FD AND RECORD FOR THE FACULTATIVE REINSURANCE    **
      **            CASE REGISTER (FACR).  SEE CCFHFACR.  A ROW IS   **
      **            SUBMITTED, THEN CARRIES THE REINSURER'S OFFER    **
      **            (AMOUNT, RATING AND EXPIRY) OR DECLINE.  ONE     **
      **            OFFER PER COVERAGE IS ACCEPTED - ITS CEDED SHARE **
      **            IS THE OFFERED AMOUNT OVER THE COVERAGE FACE -   **
      **            AND THE COVERAGE'S OTHER OPEN ROWS ARE           **
      **            WITHDRAWN.  THE APPLIED DATE IS SET WHEN THE     **
      **            ACCEPTED TERMS ARE WRITTEN TO THE ISSUED         **
      **            COVERAGE.                                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51302**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  FACR-FILE
           LABEL RECORDS ARE STANDARD.

       01  WFACR-REC-INFO.
           05  WFACR-KEY.
               10  WFACR-POL-ID              PIC X(10).
               10  WFACR-CVG-NUM             PIC X(02).
               10  WFACR-REINSR-ID           PIC X(05).
           05  WFACR-FACE-AMT                PIC S9(13)V99 COMP-3.
           05  WFACR-RQST-AMT                PIC S9(13)V99 COMP-3.
           05  WFACR-SUBMIT-DT               PIC X(10).
           05  WFACR-STAT-CD                 PIC X(01).
               88  WFACR-STAT-SUBMITTED            VALUE 'S'.
               88  WFACR-STAT-OFFERED              VALUE 'O'.
               88  WFACR-STAT-ACCEPTED             VALUE 'A'.
               88  WFACR-STAT-DECLINED             VALUE 'D'.
               88  WFACR-STAT-WITHDRAWN            VALUE 'W'.
               88  WFACR-STAT-EXPIRED              VALUE 'X'.
               88  WFACR-STAT-OPEN                 VALUES 'S' 'O'.
           05  WFACR-OFFER-AMT               PIC S9(13)V99 COMP-3.
           05  WFACR-OFFER-RTG-CD            PIC X(04).
           05  WFACR-OFFER-RECV-DT           PIC X(10).
           05  WFACR-OFFER-XPRY-DT           PIC X(10).
           05  WFACR-TRTY-NUM                PIC X(06).
           05  WFACR-CED-PCT                 PIC S9(03)V99 COMP-3.
           05  WFACR-ACPT-DT                 PIC X(10).
           05  WFACR-APPLY-DT                PIC X(10).
           05  WFACR-CLOS-DT                 PIC X(10).
           05  WFACR-LAST-CHG-USER-ID        PIC X(08).
           05  WFACR-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
