      *****************************************************************
      **  MEMBER :  CCFWPCMP                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE PREMIUM PAYMENT     **
      **            COMPLETION REGISTER (PCMP).  THE LAST DUE DATE   **
      **            IS ONE BILLING MODE BEFORE THE END OF THE        **
      **            PREMIUM-PAYING PERIOD; NO PREMIUM FALLS DUE ON   **
      **            OR AFTER THE END DATE.  THE ROW IS LISTED ('L')  **
      **            BY THE MONTHLY LOOKAHEAD AND COMPLETED ('C') ON  **
      **            THE END DATE, AFTER WHICH ANY PREMIUM RECEIVED   **
      **            IS REFUNDED AND COUNTED HERE.  A POLICY THAT     **
      **            LEAVES FORCE BEFORE IT COMPLETES IS DROPPED      **
      **            ('D').                                           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  PCMP-FILE
           LABEL RECORDS ARE STANDARD.

       01  WPCMP-REC-INFO.
           05  WPCMP-KEY.
               10  WPCMP-POL-ID              PIC X(10).
           05  WPCMP-PREM-END-DT             PIC X(10).
           05  WPCMP-LAST-DUE-DT             PIC X(10).
           05  WPCMP-STAT-CD                 PIC X(01).
               88  WPCMP-STAT-LISTED                VALUE 'L'.
               88  WPCMP-STAT-COMPLETED             VALUE 'C'.
               88  WPCMP-STAT-DROPPED               VALUE 'D'.
           05  WPCMP-LIST-DT                 PIC X(10).
           05  WPCMP-CMPLT-DT                PIC X(10).
           05  WPCMP-PREV-BILL-TYP-CD        PIC X(01).
           05  WPCMP-PREV-COLL-METH-CD       PIC X(01).
           05  WPCMP-RFND-CNT                PIC 9(03).
           05  WPCMP-RFND-AMT                PIC S9(13)V99 COMP-3.
           05  WPCMP-LAST-RFND-DT            PIC X(10).
