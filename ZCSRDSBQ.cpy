S51245**  02SEP26  CTS    MATURITY LUMP-SUM DISBURSEMENT TYPE        **
S51247**  02SEP26  CTS    PREMIUM REFUND DISBURSEMENT TYPE           **
S51248**  02SEP26  CTS    ANNUITY INSTALMENT DISBURSEMENT TYPE       **
S51261**  15OCT26  CTS    SURRENDER AND DEATH LUMP-SUM TYPES         **
S51263**  15OCT26  CTS    SEGFUND UNIT-PRICE ERROR COMPENSATION TYPE **
S51268**  15OCT26  CTS    SYSTEMATIC WITHDRAWAL PLAN PAYMENT TYPE    **
S51303**  15OCT26  CTS    CASH-WITH-APPLICATION REFUND TYPE          **
S51306**  15OCT26  CTS    PAYEE CLIENT FOR A PAYMENT NOT DUE TO THE  **
S51306**                  PAYOR (DEATH CLAIM BENEFICIARY)            **
S51309**  15OCT26  CTS    CASH-BACK BONUS DEPOSIT PAYOUT TYPE        **
      *****************************************************************

       01  RDSBQ-SEQ-REC-INFO.
S51245         88  RDSBQ-TYP-MATURITY              VALUE 'MT'.
S51247         88  RDSBQ-TYP-PREM-REFUND           VALUE 'RF'.
S51248         88  RDSBQ-TYP-ANNUITY-PAYMT         VALUE 'AN'.
S51261         88  RDSBQ-TYP-SURRENDER             VALUE 'SV'.
S51261         88  RDSBQ-TYP-DEATH                 VALUE 'DT'.
S51263         88  RDSBQ-TYP-PRICE-ERR-CMPN        VALUE 'UC'.
S51268         88  RDSBQ-TYP-SYST-WTHDR            VALUE 'SW'.
S51303         88  RDSBQ-TYP-CWA-REFUND            VALUE 'CW'.
S51309         88  RDSBQ-TYP-CBB-DEPOSIT           VALUE 'CB'.
           05  RDSBQ-DSBMT-AMT               PIC 9(11)V99.
           05  RDSBQ-QUEUED-DT               PIC X(10).
           05  RDSBQ-LOAN-SEQ-NUM            PIC 9(03).
S51306     05  RDSBQ-PAYEE-CLI-ID            PIC X(10).
