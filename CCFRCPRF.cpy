      *****************************************************************
      **  MEMBER :  CCFRCPRF                                         **
      **  REMARKS:  READ RECORD LAYOUT FOR THE CLIENT COMMUNICATION  **
      **            PREFERENCE MASTER (CPRF), KEYED BY CLIENT AND    **
      **            DOCUMENT CATEGORY.  SEE CCFHCPRF.                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RCPRF-REC-INFO.
           05  RCPRF-KEY.
               10  RCPRF-CLI-ID              PIC X(10).
               10  RCPRF-DOC-CAT-CD          PIC X(02).
           05  RCPRF-CHNL-CD                 PIC X(01).
               88  RCPRF-CHNL-PAPER                 VALUE 'P'.
               88  RCPRF-CHNL-EMAIL                 VALUE 'E'.
               88  RCPRF-CHNL-SMS                   VALUE 'S'.
               88  RCPRF-CHNL-WEB                   VALUE 'W'.
               88  RCPRF-CHNL-NO-CONTACT            VALUE 'N'.
           05  RCPRF-EMAIL-ADDR-TXT          PIC X(80).
           05  RCPRF-MOBL-PHON-NUM           PIC X(15).
           05  RCPRF-CNSNT-DT                PIC X(10).
           05  RCPRF-CNSNT-SRC-CD            PIC X(01).
           05  RCPRF-BNC-INFO.
               10  RCPRF-BNC-CNT             PIC 9(03).
               10  RCPRF-LAST-BNC-DT         PIC X(10).
               10  RCPRF-REVRT-DT            PIC X(10).
               10  RCPRF-PRIOR-CHNL-CD       PIC X(01).
           05  RCPRF-LAST-CHG-USER-ID        PIC X(08).
           05  RCPRF-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
