      *****************************************************************
      **  MEMBER :  CCWLMAND                                         **
      **  REMARKS:  PARAMETER AREA FOR THE BANK DIRECT-DEBIT MANDATE **
      **            MODULE (ZSRQMAND).                               **
      **              'IQ' - A MANDATE FOR THE POLICY; SEQUENCE      **
      **                     ZERO GIVES THE POLICY'S LATEST MANDATE  **
      **              'RG' - REGISTER A MANDATE RECEIVED FROM THE    **
      **                     CLIENT; AN EARLIER MANDATE STILL        **
      **                     PENDING FOR THE POLICY IS CANCELLED     **
      **              'CN' - CANCEL A MANDATE NOT YET ANSWERED BY    **
      **                     THE BANK                                **
      **              'NX' - NEXT MANDATE FOR THE POLICY AFTER THE   **
      **                     GIVEN SEQUENCE                          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51298**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LMAND-PARM-INFO.
           05  LMAND-FUNCTION-CD            PIC X(02).
               88  LMAND-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LMAND-FUNCTION-REGISTER            VALUE 'RG'.
               88  LMAND-FUNCTION-CANCEL              VALUE 'CN'.
               88  LMAND-FUNCTION-NEXT                VALUE 'NX'.
           05  LMAND-POL-ID                 PIC X(10).
           05  LMAND-SEQ-NUM                PIC 9(03).
           05  LMAND-STAT-CD                PIC X(01).
           05  LMAND-RQST-TYP-CD            PIC X(01).
           05  LMAND-CLI-ID                 PIC X(10).
           05  LMAND-BANK-ID                PIC X(04).
           05  LMAND-BANK-BRANCH-ID         PIC X(03).
           05  LMAND-ACCT-TYP-CD            PIC X(01).
           05  LMAND-ACCT-NUM               PIC X(09).
           05  LMAND-ACCT-HLDR-NM           PIC X(30).
           05  LMAND-RECV-DT                PIC X(10).
           05  LMAND-SENT-DT                PIC X(10).
           05  LMAND-RSLT-DT                PIC X(10).
           05  LMAND-CNCL-DT                PIC X(10).
           05  LMAND-RJCT-RSN-CD            PIC X(01).
           05  LMAND-RJCT-RSN-TXT           PIC X(30).
           05  LMAND-PRIOR-BILL-TYP-CD      PIC X(01).
           05  LMAND-PRIOR-COLL-METH-CD     PIC X(01).
           05  LMAND-LAST-CHG-USER-ID       PIC X(08).
           05  LMAND-LAST-CHG-DT            PIC X(10).
           05  LMAND-RETRN-CD               PIC X(02).
               88  LMAND-RETRN-OK                     VALUE '00'.
               88  LMAND-RETRN-NOTFND                 VALUE '01'.
               88  LMAND-RETRN-EOF                    VALUE '02'.
               88  LMAND-RETRN-INVALID                VALUE '05'.
               88  LMAND-RETRN-NOT-PENDING            VALUE '06'.
               88  LMAND-RETRN-NOTAUTH                VALUE '91'.
               88  LMAND-RETRN-ERROR                  VALUE '99'.
