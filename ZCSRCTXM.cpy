      *****************************************************************
      **  MEMBER :  ZCSRCTXM                                         **
      **  REMARKS:  ELECTRONIC PREMIUM-DEDUCTION CERTIFICATE FILE    **
      **            WRITTEN BY ZSBMCTXM.  ONE XML DOCUMENT PER       **
      **            CLIENT PER TAX YEAR, CARRIED AS NUMBERED         **
      **            SEGMENTS OF UP TO 1000 BYTES; THE DOCUMENT IS    **
      **            THE SEGMENTS OF ONE DOCUMENT ID JOINED IN        **
      **            SEGMENT ORDER.  THE LAST SEGMENT IS FLAGGED.     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51262**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RCTXM-SEQ-REC-INFO.
           05  RCTXM-DOC-ID                  PIC X(20).
           05  RCTXM-CLI-ID                  PIC X(10).
           05  RCTXM-TAX-YR                  PIC 9(04).
           05  RCTXM-SEG-NUM                 PIC 9(03).
           05  RCTXM-LAST-SEG-IND            PIC X(01).
               88  RCTXM-LAST-SEG                   VALUE 'Y'.
               88  RCTXM-MORE-SEG                   VALUE 'N'.
           05  RCTXM-SEG-LEN                 PIC 9(04).
           05  RCTXM-SEG-TXT                 PIC X(1000).
