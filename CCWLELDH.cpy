      *****************************************************************
      **  MEMBER :  CCWLELDH                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ELDERLY CONFIRMATION      **
      **            HOLD CHECK (ZSRQELDH), CALLED BY A PROGRAM ABOUT **
      **            TO PROCESS A SURRENDER, LOAN, BENEFICIARY CHANGE **
      **            OR BANK ACCOUNT CHANGE.  THE CALLER PASSES ITS   **
      **            OWN PROGRAM ID AND AN IMAGE OF ITS PARAMETER     **
      **            AREA AS RECEIVED, SO THE CONFIRMATION DESK CAN   **
      **            RE-DRIVE THE REQUEST WHEN THE HOLD IS RELEASED.  **
      **            THE CLIENT IS THE POLICYHOLDER UNLESS GIVEN.     **
      **              '00' - NOT HELD, PROCESS THE REQUEST           **
      **              '03' - A RELEASED HOLD WAS FOUND AND MARKED    **
      **                     EXECUTED, PROCESS THE REQUEST           **
      **              '07' - HELD FOR A CONFIRMATION CALL, DO NOT    **
      **                     PROCESS                                 **
      **            ANY OTHER RETURN MEANS THE CHECK COULD NOT BE    **
      **            MADE AND THE REQUEST MUST NOT BE PROCESSED.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51287**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LELDH-PARM-INFO.
           05  LELDH-FUNCTION-CD            PIC X(02).
               88  LELDH-FUNCTION-CHECK               VALUE 'CK'.
           05  LELDH-TXN-TYP-CD             PIC X(02).
               88  LELDH-TXN-SURRENDER                VALUE 'SU'.
               88  LELDH-TXN-LOAN                     VALUE 'LN'.
               88  LELDH-TXN-BENEFICIARY              VALUE 'BN'.
               88  LELDH-TXN-BANK-ACCT                VALUE 'BK'.
               88  LELDH-TXN-VALID                    VALUE 'SU' 'LN'
                                                            'BN' 'BK'.
           05  LELDH-POL-ID                 PIC X(10).
           05  LELDH-CLI-ID                 PIC X(10).
           05  LELDH-RQST-PGM-ID            PIC X(08).
           05  LELDH-CLI-AGE                PIC 9(03).
           05  LELDH-HOLD-DT                PIC X(10).
           05  LELDH-SEQ-NUM                PIC 9(03).
           05  LELDH-PARM-LEN               PIC 9(04).
           05  LELDH-PARM-IMAGE             PIC X(1000).
           05  LELDH-RETRN-CD               PIC X(02).
               88  LELDH-RETRN-OK                     VALUE '00'.
               88  LELDH-RETRN-NOTFND                 VALUE '01'.
               88  LELDH-RETRN-RELEASED               VALUE '03'.
               88  LELDH-RETRN-INVALID                VALUE '05'.
               88  LELDH-RETRN-HELD                   VALUE '07'.
               88  LELDH-RETRN-ERROR                  VALUE '99'.
