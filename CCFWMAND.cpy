      *****************************************************************
      **  MEMBER :  CCFWMAND                                         **
      **  REMARKS:  FD AND RECORD FOR THE BANK DIRECT-DEBIT MANDATE  **
      **            REGISTER (MAND).  SEE CCFHMAND.  THE SEQUENCE    **
      **            NUMBER RISES WITH EACH APPLICATION FOR THE       **
      **            POLICY, SO THE LAST ROW FOR A POLICY IS ITS      **
      **            CURRENT MANDATE.                                 **
      **                                                             **
      **            STATUS   R - RECEIVED FROM THE CLIENT            **
      **                     S - SENT TO THE BANK                    **
      **                     A - ACCEPTED BY THE BANK                **
      **                     J - REJECTED BY THE BANK                **
      **                     C - CANCELLED                           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51298**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  MAND-FILE
           LABEL RECORDS ARE STANDARD.

       01  WMAND-REC-INFO.
           05  WMAND-KEY.
               10  WMAND-POL-ID              PIC X(10).
               10  WMAND-SEQ-NUM             PIC 9(03).
           05  WMAND-STAT-CD                 PIC X(01).
               88  WMAND-STAT-RECEIVED             VALUE 'R'.
               88  WMAND-STAT-SENT                 VALUE 'S'.
               88  WMAND-STAT-ACCEPTED             VALUE 'A'.
               88  WMAND-STAT-REJECTED             VALUE 'J'.
               88  WMAND-STAT-CANCELLED            VALUE 'C'.
               88  WMAND-STAT-PENDING              VALUE 'R' 'S'.
               88  WMAND-STAT-VALID                VALUE 'R' 'S'
                                                         'A' 'J'
                                                         'C'.
           05  WMAND-RQST-TYP-CD             PIC X(01).
               88  WMAND-RQST-NEW-DEBIT            VALUE 'N'.
               88  WMAND-RQST-ACCT-CHANGE          VALUE 'A'.
               88  WMAND-RQST-TYP-VALID            VALUE 'N' 'A'.
           05  WMAND-CLI-ID                  PIC X(10).
           05  WMAND-BANK-ID                 PIC X(04).
           05  WMAND-BANK-BRANCH-ID          PIC X(03).
           05  WMAND-ACCT-TYP-CD             PIC X(01).
               88  WMAND-ACCT-TYP-VALID            VALUE '1' '2'
                                                         '9'.
           05  WMAND-ACCT-NUM                PIC X(09).
           05  WMAND-ACCT-HLDR-NM            PIC X(30).
           05  WMAND-RECV-DT                 PIC X(10).
           05  WMAND-SENT-DT                 PIC X(10).
           05  WMAND-RSLT-DT                 PIC X(10).
           05  WMAND-CNCL-DT                 PIC X(10).
           05  WMAND-RJCT-RSN-CD             PIC X(01).
           05  WMAND-RJCT-RSN-TXT            PIC X(30).
      *
      * THE POLICY'S BILLING TYPE AND COLLECTION METHOD WHEN THE
      * MANDATE WAS RAISED - THE POLICY IS SWITCHED ONLY WHEN THE
      * BANK ACCEPTS.
      *
           05  WMAND-PRIOR-BILL-TYP-CD       PIC X(01).
           05  WMAND-PRIOR-COLL-METH-CD      PIC X(01).
           05  WMAND-LAST-CHG-USER-ID        PIC X(08).
           05  WMAND-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
