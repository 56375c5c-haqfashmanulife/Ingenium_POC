      *****************************************************************
      **  MEMBER :  ZCSRCBDF                                         **
      **  REMARKS:  CASH-BACK BONUS DEPOSIT FEED RECORD - ONE        **
      **            RECORD PER SURVIVAL OR CASH-BACK BONUS THE       **
      **            CLIENT CHOSE TO LEAVE ON DEPOSIT INSTEAD OF      **
      **            TAKING, WITH THE DATE IT FELL DUE AND THE POLICY **
      **            YEAR IT WAS FOR.  INPUT TO THE MONTHLY LEDGER    **
      **            RUN ZSBMCBDL.                                    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51309**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RCBDF-SEQ-REC-INFO.
           05  RCBDF-POL-ID                  PIC X(10).
           05  RCBDF-DUE-DT                  PIC X(10).
           05  RCBDF-BNS-YR-TXT              PIC X(04).
           05  RCBDF-BNS-YR REDEFINES
               RCBDF-BNS-YR-TXT              PIC 9(04).
           05  RCBDF-BNS-AMT-TXT             PIC X(13).
           05  RCBDF-BNS-AMT REDEFINES
               RCBDF-BNS-AMT-TXT             PIC 9(11)V99.
