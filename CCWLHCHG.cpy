      *****************************************************************
      **  MEMBER :  CCWLHCHG                                         **
      **  REMARKS:  PARAMETER AREA FOR THE POLICYHOLDER CHANGE       **
      **            (OWNERSHIP TRANSFER) MODULE (ZSRQHCHG).  'XF'    **
      **            TRANSFERS THE POLICY TO THE NEW HOLDER FROM THE  **
      **            EFFECTIVE DATE FOR THE REASON GIVEN, PAYING ANY  **
      **            MATURITY OR ANNUITY PAYOUT TO THE NEW HOLDER'S   **
      **            ACCOUNT; 'IQ' INQUIRES ON ONE HOLDER HISTORY     **
      **            ROW AND 'RN' PAGES THROUGH THE POLICY'S HOLDERS  **
      **            IN SEQUENCE ORDER.                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51277**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LHCHG-PARM-INFO.
           05  LHCHG-FUNCTION-CD            PIC X(02).
               88  LHCHG-FUNCTION-TRANSFER            VALUE 'XF'.
               88  LHCHG-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LHCHG-FUNCTION-READNEXT            VALUE 'RN'.
           05  LHCHG-POL-ID                 PIC X(10).
           05  LHCHG-SEQ-NUM                PIC 9(03).
           05  LHCHG-HLDR-CLI-ID            PIC X(10).
           05  LHCHG-EFF-DT                 PIC X(10).
           05  LHCHG-END-DT                 PIC X(10).
           05  LHCHG-XFER-RSN-CD            PIC X(01).
               88  LHCHG-RSN-ORIGINAL                 VALUE 'O'.
               88  LHCHG-RSN-GIFT                     VALUE 'G'.
               88  LHCHG-RSN-INHERITANCE              VALUE 'I'.
               88  LHCHG-RSN-CORP-TO-INDV             VALUE 'C'.
           05  LHCHG-XFER-DOC-REF-ID        PIC X(20).
           05  LHCHG-BANK-ID                PIC X(04).
           05  LHCHG-BANK-BRANCH-ID         PIC X(03).
           05  LHCHG-ACCT-NUM               PIC X(09).
           05  LHCHG-PREM-PD-AMT            PIC S9(13)V99 COMP-3.
           05  LHCHG-POST-CD                PIC X(08).
           05  LHCHG-ADDR-TXT               PIC X(60).
           05  LHCHG-LAST-CHG-USER-ID       PIC X(08).
           05  LHCHG-LAST-CHG-DT            PIC X(10).
           05  LHCHG-RETRN-CD               PIC X(02).
               88  LHCHG-RETRN-OK                     VALUE '00'.
               88  LHCHG-RETRN-NOTFND                 VALUE '01'.
               88  LHCHG-RETRN-EOF                    VALUE '02'.
               88  LHCHG-RETRN-INVALID                VALUE '05'.
               88  LHCHG-RETRN-SCREEN-HIT             VALUE '06'.
               88  LHCHG-RETRN-BANK-REQUIRED          VALUE '07'.
               88  LHCHG-RETRN-NO-ADDRESS             VALUE '08'.
               88  LHCHG-RETRN-NOTAUTH                VALUE '91'.
               88  LHCHG-RETRN-ERROR                  VALUE '99'.
