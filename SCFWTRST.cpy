      *****************************************************************
      **  MEMBER :  SCFWTRST                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE SEGREGATED FUND     **
      **            TRANSFER RESTRICTION TABLE (TRST) - ONE ROW PER  **
      **            POLICY AND FUND FLAGGED FOR ROUND-TRIP (MARKET-  **
      **            TIMING) TRANSFERS.  A ROW IS PENDING REVIEW      **
      **            WHEN FLAGGED; ONCE A RESTRICTION IS APPROVED NO  **
      **            TRANSFER INTO THE FUND IS ACCEPTED FROM THE      **
      **            RESTRICTION EFFECTIVE DATE UNTIL THE DAY BEFORE  **
      **            THE RELEASE DATE.  RTRST-REC-INFO (SEE SCFRTRST) **
      **            IS THE SAME LAYOUT, USED AS A WORK COPY.         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51265**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  TRST-FILE
           LABEL RECORDS ARE STANDARD.

       01  WTRST-REC-INFO.
           05  WTRST-KEY.
               10  WTRST-POL-ID              PIC X(10).
               10  WTRST-FUND-CD             PIC X(04).
           05  WTRST-RSTR-STAT-CD            PIC X(01).
           05  WTRST-FLAG-DT                 PIC X(10).
           05  WTRST-RTRP-CNT                PIC 9(03).
           05  WTRST-LAST-RTRP-DT            PIC X(10).
           05  WTRST-RSTR-EFF-DT             PIC X(10).
           05  WTRST-RLSE-DT                 PIC X(10).
           05  WTRST-APPRV-USER-ID           PIC X(08).
           05  WTRST-LAST-CHG-DT             PIC X(10).
           05  WTRST-LAST-CHG-USER-ID        PIC X(08).
