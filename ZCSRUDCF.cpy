      *****************************************************************
      **  MEMBER :  ZCSRUDCF                                         **
      **  REMARKS:  DEALING CONFIRMATION RECORD RETURNED BY THE      **
      **            ASSET MANAGERS - ONE RECORD PER FUND DEALT ON    **
      **            THE TRADE DATE WITH THE UNITS AND PRICE THE      **
      **            MANAGER BOOKED ON ITS REGISTER.  MATCHED TO THE  **
      **            ZCSRUDIN INSTRUCTION BY ZSBMUDCM.                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51264**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RUDCF-SEQ-REC-INFO.
           05  RUDCF-AMGR-ID                 PIC X(08).
           05  RUDCF-TRADE-DT                PIC X(10).
           05  RUDCF-FUND-CD                 PIC X(04).
           05  RUDCF-DEAL-TYP-CD             PIC X(01).
               88  RUDCF-DEAL-BUY                   VALUE 'B'.
               88  RUDCF-DEAL-SELL                  VALUE 'S'.
           05  RUDCF-CONF-UNITS-TXT          PIC X(17).
           05  RUDCF-CONF-UNITS REDEFINES
               RUDCF-CONF-UNITS-TXT          PIC 9(11)V9(06).
           05  RUDCF-CONF-PRICE-TXT          PIC X(13).
           05  RUDCF-CONF-PRICE REDEFINES
               RUDCF-CONF-PRICE-TXT          PIC 9(07)V9(06).
           05  RUDCF-CONF-AMT-TXT            PIC X(15).
           05  RUDCF-CONF-AMT REDEFINES
               RUDCF-CONF-AMT-TXT            PIC 9(13)V99.
           05  RUDCF-AMGR-REF-ID             PIC X(16).
