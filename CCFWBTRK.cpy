      *****************************************************************
      **  MEMBER :  CCFWBTRK                                         **
      **  REMARKS:  FD AND RECORD FOR THE OUTGOING BANK TRANSFER     **
      **            REGISTER (BTRK).  SEE CCFHBTRK.  KEYED BY        **
      **            POLICY, SEND DATE AND A SEQUENCE WITHIN THE DAY. **
      **            A TRANSFER IS SENT ('S') UNTIL THE BANK'S RESULT **
      **            FILE CONFIRMS ('C') OR RETURNS ('R') IT.         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51275**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  BTRK-FILE
           LABEL RECORDS ARE STANDARD.

       01  WBTRK-REC-INFO.
           05  WBTRK-KEY.
               10  WBTRK-POL-ID              PIC X(10).
               10  WBTRK-SEND-DT             PIC X(10).
               10  WBTRK-SEQ-NUM             PIC 9(03).
           05  WBTRK-DSBMT-TYP-CD            PIC X(02).
           05  WBTRK-DSBMT-AMT               PIC 9(11)V99.
           05  WBTRK-XFER-AMT                PIC 9(08).
           05  WBTRK-BANK-ID                 PIC X(04).
           05  WBTRK-BANK-BRANCH-ID          PIC X(03).
           05  WBTRK-ACCT-NUM                PIC X(09).
           05  WBTRK-PAYEE-CLI-ID            PIC X(10).
           05  WBTRK-XFER-STAT-CD            PIC X(01).
               88  WBTRK-STAT-SENT                 VALUE 'S'.
               88  WBTRK-STAT-CONFIRMED            VALUE 'C'.
               88  WBTRK-STAT-RETURNED             VALUE 'R'.
           05  WBTRK-XFER-STAT-DT            PIC X(10).
           05  WBTRK-RTRN-RSN-CD             PIC X(01).
