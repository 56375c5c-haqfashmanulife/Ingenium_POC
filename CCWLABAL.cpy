      *****************************************************************
      **  MEMBER :  CCWLABAL                                         **
      **  REMARKS:  PARAMETER AREA FOR THE BATCH ABEND ALERT         **
      **            INQUIRY AND ACKNOWLEDGEMENT MODULE (ZSRQABAL):   **
      **              'AI' - INQUIRE ON ONE ALERT BY ITS KEY         **
      **              'AN' - NEXT ALERT AFTER THE GIVEN KEY          **
      **              'AO' - NEXT UNACKNOWLEDGED ALERT AFTER THE     **
      **                     GIVEN KEY                               **
      **              'AK' - ACKNOWLEDGE AN ALERT, WITH A NOTE.      **
      **                     STOPS ITS ESCALATION AND RECORDS THE    **
      **                     RESPONSE TIME IN MINUTES                **
      **            A BLANK KEY ON 'AN'/'AO' STARTS FROM THE FIRST.  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LABAL-PARM-INFO.
           05  LABAL-FUNCTION-CD            PIC X(02).
               88  LABAL-FUNCTION-INQUIRE             VALUE 'AI'.
               88  LABAL-FUNCTION-READNEXT            VALUE 'AN'.
               88  LABAL-FUNCTION-READNEXT-OPEN       VALUE 'AO'.
               88  LABAL-FUNCTION-ACKNOWLEDGE         VALUE 'AK'.
           05  LABAL-KEY.
               10  LABAL-ALERT-DT           PIC X(10).
               10  LABAL-ALERT-TIME         PIC X(06).
               10  LABAL-ALERT-SEQ-NUM      PIC 9(03).
           05  LABAL-JOB-ID                 PIC X(08).
           05  LABAL-PGM-ID                 PIC X(08).
           05  LABAL-REF-POLICY-ID          PIC X(10).
           05  LABAL-ERROR-TYP-CD           PIC X(04).
           05  LABAL-ERROR-CD               PIC X(10).
           05  LABAL-ERROR-TBL-NM           PIC X(18).
           05  LABAL-ERROR-RQST-TXT         PIC X(60).
           05  LABAL-ERROR-DESC-TXT         PIC X(100).
           05  LABAL-CHKPT-SW               PIC X(01).
           05  LABAL-CHKPT-INSTC-ID         PIC X(02).
           05  LABAL-CHKPT-BUS-DT           PIC X(10).
           05  LABAL-CHKPT-KEY-VALU         PIC X(50).
           05  LABAL-CHKPT-RECS-CNT         PIC 9(09).
           05  LABAL-CHKPT-CMMT-DT          PIC X(10).
           05  LABAL-CHKPT-CMMT-TIME        PIC X(08).
           05  LABAL-APPL-AREA-CD           PIC X(02).
           05  LABAL-SEV-CD                 PIC X(01).
           05  LABAL-ALERT-STAT-CD          PIC X(01).
           05  LABAL-ESCL-LVL-NUM           PIC 9(01).
           05  LABAL-LAST-SENT-DT           PIC X(10).
           05  LABAL-LAST-SENT-TIME         PIC X(06).
           05  LABAL-ACK-USER-ID            PIC X(08).
           05  LABAL-ACK-DT                 PIC X(10).
           05  LABAL-ACK-TIME               PIC X(06).
           05  LABAL-RESP-MINS              PIC 9(05).
           05  LABAL-ACK-NOTE-TXT           PIC X(60).
           05  LABAL-RETRN-CD               PIC X(02).
               88  LABAL-RETRN-OK                     VALUE '00'.
               88  LABAL-RETRN-NOTFND                 VALUE '01'.
               88  LABAL-RETRN-EOF                    VALUE '02'.
               88  LABAL-RETRN-INVALID                VALUE '05'.
               88  LABAL-RETRN-ALREADY-ACK            VALUE '06'.
               88  LABAL-RETRN-NOTAUTH                VALUE '91'.
               88  LABAL-RETRN-ERROR                  VALUE '99'.
