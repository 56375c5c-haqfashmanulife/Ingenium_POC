      *****************************************************************
      **  MEMBER :  CCFWHHST                                         **
      **  REMARKS:  FD AND RECORD FOR THE POLICYHOLDER HISTORY       **
      **            REGISTER (HHST).  KEYED BY POLICY AND A          **
      **            SEQUENCE NUMBER IN HOLDING ORDER.  THE FIRST     **
      **            TRANSFER ON A POLICY ALSO WRITES THE ORIGINAL    **
      **            HOLDER'S ROW FROM ISSUE.  THE CURRENT HOLDER'S   **
      **            ROW HAS NO END DATE; WHEN A HOLDER HANDS THE     **
      **            POLICY ON, THE PREMIUMS PAID WHILE THEY HELD IT  **
      **            ARE FROZEN ON THEIR ROW.  THE CURRENT HOLDER'S   **
      **            SHARE IS WHATEVER HAS BEEN PAID SINCE.  THE      **
      **            MAILING ADDRESS AND PAYOUT ACCOUNT IN FORCE FROM **
      **            THE START OF EACH HOLDING ARE KEPT ON THE ROW.   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51277**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  HHST-FILE
           LABEL RECORDS ARE STANDARD.

       01  WHHST-REC-INFO.
           05  WHHST-KEY.
               10  WHHST-POL-ID              PIC X(10).
               10  WHHST-SEQ-NUM             PIC 9(03).
           05  WHHST-HLDR-CLI-ID             PIC X(10).
           05  WHHST-STRT-DT                 PIC X(10).
           05  WHHST-END-DT                  PIC X(10).
           05  WHHST-XFER-RSN-CD             PIC X(01).
               88  WHHST-RSN-ORIGINAL               VALUE 'O'.
               88  WHHST-RSN-GIFT                   VALUE 'G'.
               88  WHHST-RSN-INHERITANCE            VALUE 'I'.
               88  WHHST-RSN-CORP-TO-INDV           VALUE 'C'.
           05  WHHST-XFER-DOC-REF-ID         PIC X(20).
           05  WHHST-PREM-PD-AMT             PIC S9(13)V99 COMP-3.
           05  WHHST-POST-CD                 PIC X(08).
           05  WHHST-ADDR-TXT                PIC X(60).
           05  WHHST-BANK-ID                 PIC X(04).
           05  WHHST-BANK-BRANCH-ID          PIC X(03).
           05  WHHST-ACCT-NUM                PIC X(09).
           05  WHHST-LAST-CHG-USER-ID        PIC X(08).
           05  WHHST-LAST-CHG-DT             PIC X(10).
