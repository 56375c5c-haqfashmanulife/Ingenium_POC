      *****************************************************************
      **  MEMBER :  ZCSRDSPD                                         **
      **  REMARKS:  PAID DISBURSEMENT REGISTER RECORD - ONE RECORD   **
      **            PER BANK TRANSFER THE ZSBMDSBD DRAIN RELEASED,   **
      **            APPENDED ON EVERY RUN, WITH THE PAY DATE, THE    **
      **            PAYEE WHOSE ACCOUNT WAS CREDITED AND THE         **
      **            POLICYHOLDER AT THE TIME.  THE YEAR-END          **
      **            STATUTORY PAYMENT RECORD RUN (ZSBMSHCH) READS    **
      **            IT.                                              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51261**  15OCT26  CTS    INITIAL VERSION                            **
S51277**  15OCT26  CTS    PREMIUM-PAYER BASIS AT PAYMENT ADDED FROM  **
S51277**                  THE POLICYHOLDER HISTORY (ZSRQHHSQ)        **
S51309**  15OCT26  CTS    CASH-BACK BONUS DEPOSIT PAYOUT TYPE        **
      *****************************************************************

       01  RDSPD-SEQ-REC-INFO.
           05  RDSPD-POL-ID                  PIC X(10).
           05  RDSPD-DSBMT-TYP-CD            PIC X(02).
               88  RDSPD-TYP-CASH-LOAN             VALUE 'CL'.
               88  RDSPD-TYP-MATURITY              VALUE 'MT'.
               88  RDSPD-TYP-PREM-REFUND           VALUE 'RF'.
               88  RDSPD-TYP-ANNUITY-PAYMT         VALUE 'AN'.
               88  RDSPD-TYP-SURRENDER             VALUE 'SV'.
               88  RDSPD-TYP-DEATH                 VALUE 'DT'.
S51309         88  RDSPD-TYP-CBB-DEPOSIT           VALUE 'CB'.
           05  RDSPD-DSBMT-AMT               PIC 9(11)V99.
           05  RDSPD-PAID-DT.
               10  RDSPD-PAID-YR             PIC 9(04).
               10  FILLER                    PIC X(06).
           05  RDSPD-PAYEE-CLI-ID            PIC X(10).
           05  RDSPD-HLDR-CLI-ID             PIC X(10).
S51277*
S51277* PREMIUMS PAID ON THE POLICY AT PAYMENT AND THE PART PAID
S51277* WHILE THE PAYEE HELD IT.  BLANK ON ROWS PAID BEFORE THE
S51277* BASIS WAS CARRIED.
S51277*
S51277     05  RDSPD-TOT-PREM-PD-AMT         PIC 9(11)V99.
S51277     05  RDSPD-PAYEE-PREM-PD-AMT       PIC 9(11)V99.
S51277     05  RDSPD-PAYER-CD                PIC X(01).
S51277         88  RDSPD-PAYER-SELF                VALUE 'S'.
S51277         88  RDSPD-PAYER-OTHER               VALUE 'O'.
S51277         88  RDSPD-PAYER-MIXED               VALUE 'M'.
