      *****************************************************************
      **  MEMBER :  CCWLCTIV                                         **
      **  REMARKS:  PARAMETER AREA FOR THE CONTESTABLE-PERIOD CLAIM  **
      **            INVESTIGATION WORKLIST MODULE (ZSRQCTIV).  'IQ'  **
      **            INQUIRES ON A CLAIM, 'DS' RECORDS THE            **
      **            INVESTIGATION'S DISPOSITION ('CL' CLEARED FOR    **
      **            PAYMENT, 'RS' POLICY RESCINDED, 'DN' CLAIM       **
      **            DECLINED), 'RN' PAGES IN CLAIM ORDER - PENDING   **
      **            CLAIMS ONLY WHEN THE PENDING SWITCH IS 'Y'.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51283**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LCTIV-PARM-INFO.
           05  LCTIV-FUNCTION-CD            PIC X(02).
               88  LCTIV-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LCTIV-FUNCTION-DISPOSE             VALUE 'DS'.
               88  LCTIV-FUNCTION-READNEXT            VALUE 'RN'.
           05  LCTIV-PEND-ONLY-SW           PIC X(01).
               88  LCTIV-PEND-ONLY                    VALUE 'Y'.
           05  LCTIV-CLM-ID                 PIC X(08).
           05  LCTIV-POL-ID                 PIC X(10).
           05  LCTIV-CVG-NUM                PIC 9(03).
           05  LCTIV-SERV-AGT-ID            PIC X(10).
           05  LCTIV-SERV-BR-ID             PIC X(05).
           05  LCTIV-CNTST-BASE-CD          PIC X(01).
           05  LCTIV-CNTST-BASE-DT          PIC X(10).
           05  LCTIV-CNTST-END-DT           PIC X(10).
           05  LCTIV-CLM-DT                 PIC X(10).
           05  LCTIV-FLAG-RSN-CD            PIC X(02).
           05  LCTIV-WAIVED-RQRMNT-CNT      PIC 9(03).
           05  LCTIV-INVST-STAT-CD          PIC X(01).
           05  LCTIV-DSPSN-CD               PIC X(02).
           05  LCTIV-DSPSN-DT               PIC X(10).
           05  LCTIV-DSPSN-USER-ID          PIC X(08).
           05  LCTIV-DSPSN-NOTE-TXT         PIC X(40).
           05  LCTIV-HOLD-SW                PIC X(01).
           05  LCTIV-RLSE-DT                PIC X(10).
           05  LCTIV-OPEN-DT                PIC X(10).
           05  LCTIV-RETRN-CD               PIC X(02).
               88  LCTIV-RETRN-OK                     VALUE '00'.
               88  LCTIV-RETRN-NOTFND                 VALUE '01'.
               88  LCTIV-RETRN-EOF                    VALUE '02'.
               88  LCTIV-RETRN-NOT-PENDING            VALUE '04'.
               88  LCTIV-RETRN-INVALID                VALUE '05'.
               88  LCTIV-RETRN-NOTAUTH                VALUE '91'.
               88  LCTIV-RETRN-ERROR                  VALUE '99'.
