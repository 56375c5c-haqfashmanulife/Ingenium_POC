      **            'P' DETAIL PER PREMIUM RECEIPT OF THE PERIOD,    **
      **            AND A 'T' TRAILER WITH THE POLICY TOTALS AND     **
      **            THE OUTSTANDING LOAN BALANCE.                    **
S51309**            A 'B' DETAIL, AHEAD OF THE TRAILER, SUMMARISES   **
S51309**            ANY CASH-BACK BONUS LEFT ON DEPOSIT FOR THE      **
S51309**            PERIOD: OPENING BALANCE, BONUSES DEPOSITED,      **
S51309**            INTEREST CREDITED, AMOUNTS PAID OUT AND CLOSING  **
S51309**            BALANCE.                                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51210**  02SEP26  CTS    INITIAL VERSION                            **
S51309**  15OCT26  CTS    CASH-BACK BONUS DEPOSIT SUMMARY DETAIL     **
      *****************************************************************

       01  RTAST-SEQ-REC-INFO.
               88  RTAST-REC-HEADER                 VALUE 'H'.
               88  RTAST-REC-COVERAGE               VALUE 'C'.
               88  RTAST-REC-PREMIUM                VALUE 'P'.
S51309         88  RTAST-REC-CBB-DEPOSIT            VALUE 'B'.
               88  RTAST-REC-TRAILER                VALUE 'T'.
           05  RTAST-POL-ID                  PIC X(10).
           05  RTAST-STMT-INFO               PIC X(70).
               10  RTAST-TOT-PREM-PD-AMT     PIC S9(13)V99.
               10  RTAST-LOAN-BAL-AMT        PIC S9(13)V99.
               10  FILLER                    PIC X(10).
S51309     05  RTAST-CBB-INFO REDEFINES RTAST-STMT-INFO.
S51309         10  RTAST-CBB-OPEN-BAL-AMT    PIC S9(11)V99.
S51309         10  RTAST-CBB-DPOS-AMT        PIC S9(11)V99.
S51309         10  RTAST-CBB-INT-AMT         PIC S9(11)V99.
S51309         10  RTAST-CBB-PAID-AMT        PIC S9(11)V99.
S51309         10  RTAST-CBB-CLOSE-BAL-AMT   PIC S9(11)V99.
S51309         10  FILLER                    PIC X(05).
