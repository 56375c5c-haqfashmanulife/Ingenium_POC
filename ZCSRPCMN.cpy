      *****************************************************************
      **  MEMBER :  ZCSRPCMN                                         **
      **  REMARKS:  PREMIUM PAYMENT COMPLETION NOTICE EXTRACT - ONE  **
      **            RECORD PER POLICY COMPLETED BY ZSBMPCMP, FOR THE **
      **            CLIENT LETTER CONFIRMING THE POLICY IS FULLY     **
      **            PAID UP.  CARRIES THE COVER THAT CONTINUES: THE  **
      **            PLAN, ITS STATUS AND THE DATE COVER RUNS TO,     **
      **            WITH THE LAST PREMIUM AND BILLING MODE PAID.     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RPCMN-SEQ-REC-INFO.
           05  RPCMN-POL-ID                  PIC X(10).
           05  RPCMN-HLDR-CLI-ID             PIC X(10).
           05  RPCMN-PLAN-ID                 PIC X(06).
           05  RPCMN-POL-ISS-EFF-DT          PIC X(10).
           05  RPCMN-PREM-END-DT             PIC X(10).
           05  RPCMN-LAST-DUE-DT             PIC X(10).
           05  RPCMN-CVG-TO-DT               PIC X(10).
           05  RPCMN-CSTAT-CD                PIC X(02).
           05  RPCMN-LAST-PREM-AMT-TXT       PIC X(13).
           05  RPCMN-LAST-PREM-AMT REDEFINES
               RPCMN-LAST-PREM-AMT-TXT       PIC 9(11)V99.
           05  RPCMN-BILL-MODE-CD            PIC X(02).
