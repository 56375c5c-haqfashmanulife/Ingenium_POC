      *****************************************************************
      **  MEMBER :  CCWLAMLW                                         **
      **  REMARKS:  PARAMETER AREA FOR THE AML COMPLIANCE WORKLIST   **
      **            MODULE (ZSRQAMLW).  'IQ' INQUIRES ON A HIT,      **
      **            'DS' RECORDS ITS DISPOSITION ('C' CLOSED, 'E'    **
      **            ESCALATED, 'S' SUSPICIOUS TRANSACTION REPORT     **
      **            FILED - THE STR REFERENCE IS THEN REQUIRED),     **
      **            'RN' PAGES IN KEY ORDER - OPEN AND ESCALATED     **
      **            HITS ONLY WHEN THE UNRESOLVED SWITCH IS 'Y'.     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LAMLW-PARM-INFO.
           05  LAMLW-FUNCTION-CD            PIC X(02).
               88  LAMLW-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LAMLW-FUNCTION-DISPOSE             VALUE 'DS'.
               88  LAMLW-FUNCTION-READNEXT            VALUE 'RN'.
           05  LAMLW-UNRSLVD-ONLY-SW        PIC X(01).
               88  LAMLW-UNRSLVD-ONLY                 VALUE 'Y'.
           05  LAMLW-KEY.
               10  LAMLW-POL-ID             PIC X(10).
               10  LAMLW-SCNR-CD            PIC X(02).
               10  LAMLW-EVNT-DT            PIC X(10).
           05  LAMLW-CLI-ID                 PIC X(10).
           05  LAMLW-SERV-AGT-ID            PIC X(10).
           05  LAMLW-SERV-BR-ID             PIC X(05).
           05  LAMLW-TRIG-AMT               PIC 9(11)V99.
           05  LAMLW-REF-AMT                PIC 9(13)V99.
           05  LAMLW-REF-DT                 PIC X(10).
           05  LAMLW-RCPT-CNT               PIC 9(03).
           05  LAMLW-CHNL-CD                PIC X(02).
           05  LAMLW-PAYOR-CLI-ID           PIC X(10).
           05  LAMLW-PAYOR-NM               PIC X(40).
           05  LAMLW-THRSHLD-AMT            PIC 9(11).
           05  LAMLW-ALRT-STAT-CD           PIC X(01).
           05  LAMLW-OPEN-DT                PIC X(10).
           05  LAMLW-DSPSN-DT               PIC X(10).
           05  LAMLW-DSPSN-USER-ID          PIC X(08).
           05  LAMLW-DSPSN-NOTE-TXT         PIC X(40).
           05  LAMLW-STR-REF-NUM            PIC X(12).
           05  LAMLW-RETRN-CD               PIC X(02).
               88  LAMLW-RETRN-OK                     VALUE '00'.
               88  LAMLW-RETRN-NOTFND                 VALUE '01'.
               88  LAMLW-RETRN-EOF                    VALUE '02'.
               88  LAMLW-RETRN-RESOLVED               VALUE '04'.
               88  LAMLW-RETRN-INVALID                VALUE '05'.
               88  LAMLW-RETRN-NOTAUTH                VALUE '91'.
               88  LAMLW-RETRN-ERROR                  VALUE '99'.
