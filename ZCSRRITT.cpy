      *****************************************************************
      **  MEMBER :  ZCSRRITT                                         **
      **  REMARKS:  RECORD FOR THE TREATY TERMS FILE READ BY         **
      **            ZSBMRIRC - THE COMMISSION ALLOWANCE PERCENT THE  **
      **            REINSURER PAYS ON CEDED PREMIUM, PER TREATY.     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51301**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RRITT-SEQ-REC-INFO.
           05  RRITT-REINSR-ID               PIC X(05).
           05  RRITT-TRTY-ID                 PIC X(08).
           05  RRITT-ALLOW-PCT-TXT           PIC X(05).
           05  RRITT-ALLOW-PCT REDEFINES
               RRITT-ALLOW-PCT-TXT           PIC 9(03)V99.
