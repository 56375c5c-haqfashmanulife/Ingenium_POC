      *****************************************************************
      **  MEMBER :  CCFWAMLW                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE AML COMPLIANCE      **
      **            WORKLIST (AMLW).  SEE CCFHAMLW.  THE EVIDENCE    **
      **            FIELDS HOLD THE TRIGGERING AMOUNT, THE AMOUNT    **
      **            AND DATE IT WAS MEASURED AGAINST (OVERPAYMENT,   **
      **            EARLIER LARGE PREMIUM OR WINDOW TOTAL), THE      **
      **            PAYMENT COUNT, CHANNEL AND PAYOR, AND THE        **
      **            THRESHOLD IN FORCE WHEN THE HIT WAS RAISED.      **
      **            A HIT IS OPENED 'O'; COMPLIANCE CLOSES IT 'C',   **
      **            ESCALATES IT 'E' OR RECORDS A SUSPICIOUS         **
      **            TRANSACTION REPORT 'S'.  CLOSED AND STR-FILED    **
      **            ARE FINAL.                                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51285**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  AMLW-FILE
           LABEL RECORDS ARE STANDARD.

       01  WAMLW-REC-INFO.
           05  WAMLW-KEY.
               10  WAMLW-POL-ID              PIC X(10).
               10  WAMLW-SCNR-CD             PIC X(02).
                   88  WAMLW-SCNR-LRG-PREM          VALUE 'LP'.
                   88  WAMLW-SCNR-OVPY-RFND         VALUE 'OR'.
                   88  WAMLW-SCNR-CVS-STRCT         VALUE 'CV'.
                   88  WAMLW-SCNR-EARLY-SURR        VALUE 'SE'.
                   88  WAMLW-SCNR-THIRD-PRTY        VALUE 'TP'.
               10  WAMLW-EVNT-DT             PIC X(10).
           05  WAMLW-CLI-ID                  PIC X(10).
           05  WAMLW-SERV-AGT-ID             PIC X(10).
           05  WAMLW-SERV-BR-ID              PIC X(05).
           05  WAMLW-TRIG-AMT                PIC 9(11)V99.
           05  WAMLW-REF-AMT                 PIC 9(13)V99.
           05  WAMLW-REF-DT                  PIC X(10).
           05  WAMLW-RCPT-CNT                PIC 9(03).
           05  WAMLW-CHNL-CD                 PIC X(02).
           05  WAMLW-PAYOR-CLI-ID            PIC X(10).
           05  WAMLW-PAYOR-NM                PIC X(40).
           05  WAMLW-THRSHLD-AMT             PIC 9(11).
           05  WAMLW-ALRT-STAT-CD            PIC X(01).
               88  WAMLW-STAT-OPEN                  VALUE 'O'.
               88  WAMLW-STAT-CLOSED                VALUE 'C'.
               88  WAMLW-STAT-ESCALATED             VALUE 'E'.
               88  WAMLW-STAT-STR-FILED             VALUE 'S'.
               88  WAMLW-STAT-DSPSN-VALID           VALUE 'C' 'E'
                                                          'S'.
               88  WAMLW-STAT-FINAL                 VALUE 'C' 'S'.
           05  WAMLW-OPEN-DT                 PIC X(10).
           05  WAMLW-DSPSN-DT                PIC X(10).
           05  WAMLW-DSPSN-USER-ID           PIC X(08).
           05  WAMLW-DSPSN-NOTE-TXT          PIC X(40).
           05  WAMLW-STR-REF-NUM             PIC X(12).
           05  WAMLW-LAST-CHG-USER-ID        PIC X(08).
           05  WAMLW-LAST-CHG-DT             PIC X(10).
