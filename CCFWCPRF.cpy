      *****************************************************************
      **  MEMBER :  CCFWCPRF                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE CLIENT              **
      **            COMMUNICATION PREFERENCE MASTER (CPRF).  SEE     **
      **            CCFHCPRF.  THE CHANNEL IS PAPER, E-MAIL, SMS,    **
      **            WEB PORTAL ONLY OR DO NOT CONTACT.  ANY CHANNEL  **
      **            OTHER THAN PAPER NEEDS THE DATE AND SOURCE OF    **
      **            THE CLIENT'S CONSENT.  A ROW REVERTED TO PAPER   **
      **            BY AN E-MAIL BOUNCE-BACK KEEPS THE CHANNEL IT    **
      **            HAD AND THE DATE IT WAS REVERTED.                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CPRF-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCPRF-REC-INFO.
           05  WCPRF-KEY.
               10  WCPRF-CLI-ID              PIC X(10).
               10  WCPRF-DOC-CAT-CD          PIC X(02).
                   88  WCPRF-CAT-CLI-DEFAULT        VALUE '**'.
                   88  WCPRF-CAT-ADV-NOTICE         VALUE 'AN'.
                   88  WCPRF-CAT-RENEWAL            VALUE 'RN'.
                   88  WCPRF-CAT-CONVERSION         VALUE 'CV'.
                   88  WCPRF-CAT-DUNNING            VALUE 'DU'.
                   88  WCPRF-CAT-UNCLAIMED          VALUE 'UC'.
                   88  WCPRF-CAT-STATEMENT          VALUE 'ST'.
                   88  WCPRF-CAT-VALID              VALUE '**' 'AN'
                                                          'RN' 'CV'
                                                          'DU' 'UC'
                                                          'ST'.
           05  WCPRF-CHNL-CD                 PIC X(01).
               88  WCPRF-CHNL-PAPER                 VALUE 'P'.
               88  WCPRF-CHNL-EMAIL                 VALUE 'E'.
               88  WCPRF-CHNL-SMS                   VALUE 'S'.
               88  WCPRF-CHNL-WEB                   VALUE 'W'.
               88  WCPRF-CHNL-NO-CONTACT            VALUE 'N'.
               88  WCPRF-CHNL-VALID                 VALUE 'P' 'E'
                                                          'S' 'W'
                                                          'N'.
           05  WCPRF-EMAIL-ADDR-TXT          PIC X(80).
           05  WCPRF-MOBL-PHON-NUM           PIC X(15).
           05  WCPRF-CNSNT-DT                PIC X(10).
           05  WCPRF-CNSNT-SRC-CD            PIC X(01).
               88  WCPRF-CNSNT-FORM                 VALUE 'F'.
               88  WCPRF-CNSNT-WEB                  VALUE 'W'.
               88  WCPRF-CNSNT-CALL-CNTR            VALUE 'C'.
               88  WCPRF-CNSNT-AGENT                VALUE 'A'.
               88  WCPRF-CNSNT-SRC-VALID            VALUE 'F' 'W'
                                                          'C' 'A'.
           05  WCPRF-BNC-INFO.
               10  WCPRF-BNC-CNT             PIC 9(03).
               10  WCPRF-LAST-BNC-DT         PIC X(10).
               10  WCPRF-REVRT-DT            PIC X(10).
               10  WCPRF-PRIOR-CHNL-CD       PIC X(01).
           05  WCPRF-LAST-CHG-USER-ID        PIC X(08).
           05  WCPRF-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
