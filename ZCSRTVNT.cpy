      *****************************************************************
      **  MEMBER :  ZCSRTVNT                                         **
      **  REMARKS:  RECORD FOR THE TARGET-VALUE LOCK-IN NOTICE       **
      **            EXTRACT WRITTEN BY ZSBMTVLK.  TWO RECORDS PER    **
      **            POLICY SWITCHED - ONE ADDRESSED TO THE POLICY    **
      **            HOLDER AND ONE TO THE SERVICING AGENT.           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51266**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RTVNT-SEQ-REC-INFO.
           05  RTVNT-ADDR-TYP-CD             PIC X(01).
               88  RTVNT-ADDR-CLIENT               VALUE 'C'.
               88  RTVNT-ADDR-AGENT                VALUE 'A'.
           05  RTVNT-POL-ID                  PIC X(10).
           05  RTVNT-CLI-ID                  PIC X(10).
           05  RTVNT-AGT-ID                  PIC X(10).
           05  RTVNT-SWTCH-DT                PIC X(10).
           05  RTVNT-TGT-PCT                 PIC 9(03)V99.
           05  RTVNT-ACHV-PCT                PIC 9(05)V99.
           05  RTVNT-POL-VALUE-AMT           PIC 9(13)V99.
           05  RTVNT-PREM-PAID-AMT           PIC 9(13)V99.
           05  RTVNT-STBL-FUND-CD            PIC X(04).
