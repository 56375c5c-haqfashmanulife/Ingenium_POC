      *****************************************************************
      **  MEMBER :  CCWLCBDW                                         **
      **  REMARKS:  PARAMETER AREA FOR THE CASH-BACK BONUS DEPOSIT   **
      **            INQUIRY AND WITHDRAWAL MODULE (ZSRQCBDW).        **
      **              'IQ' - RETURNS THE POLICY'S DEPOSIT LEDGER     **
      **              'WD' - WITHDRAWS THE GIVEN AMOUNT, QUEUES IT   **
      **                     FOR PAYMENT AND RETURNS THE LEDGER AS   **
      **                     IT STANDS AFTER THE WITHDRAWAL          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LCBDW-PARM-INFO.
           05  LCBDW-FUNCTION-CD            PIC X(02).
               88  LCBDW-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LCBDW-FUNCTION-WITHDRAW            VALUE 'WD'.
           05  LCBDW-POL-ID                 PIC X(10).
           05  LCBDW-WDRL-AMT               PIC S9(13)V99 COMP-3.
           05  LCBDW-LDGR-STAT-CD           PIC X(01).
               88  LCBDW-LDGR-ACTIVE                  VALUE 'A'.
               88  LCBDW-LDGR-PAID-OUT                VALUE 'P'.
           05  LCBDW-OPEN-DT                PIC X(10).
           05  LCBDW-TOT-DPOS-AMT           PIC S9(13)V99 COMP-3.
           05  LCBDW-TOT-INT-AMT            PIC S9(13)V99 COMP-3.
           05  LCBDW-TOT-WDRL-AMT           PIC S9(13)V99 COMP-3.
           05  LCBDW-TOT-PAYOUT-AMT         PIC S9(13)V99 COMP-3.
           05  LCBDW-BAL-AMT                PIC S9(13)V99 COMP-3.
           05  LCBDW-DPOS-CNT               PIC 9(05).
           05  LCBDW-LAST-INT-DT            PIC X(10).
           05  LCBDW-CLOSE-RSN-CD           PIC X(02).
           05  LCBDW-CLOSE-DT               PIC X(10).
           05  LCBDW-ENTRY-SEQ-NUM          PIC 9(05).
           05  LCBDW-RETRN-CD               PIC X(02).
               88  LCBDW-RETRN-OK                     VALUE '00'.
               88  LCBDW-RETRN-NOTFND                 VALUE '01'.
               88  LCBDW-RETRN-CLOSED                 VALUE '04'.
               88  LCBDW-RETRN-INVALID-AMT            VALUE '05'.
               88  LCBDW-RETRN-ASSIGNED               VALUE '06'.
               88  LCBDW-RETRN-NOTAUTH                VALUE '91'.
               88  LCBDW-RETRN-ERROR                  VALUE '99'.
