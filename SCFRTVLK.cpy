      *****************************************************************
      **  MEMBER :  SCFRTVLK                                         **
      **  REMARKS:  WORKING-STORAGE COPY OF THE TARGET-VALUE         **
      **            LOCK-IN REGISTRATION (TVLK) ROW (SEE SCFWTVLK).  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51266**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RTVLK-REC-INFO.
           05  RTVLK-KEY.
               10  RTVLK-POL-ID              PIC X(10).
           05  RTVLK-REG-STAT-CD             PIC X(01).
               88  RTVLK-REG-ACTIVE                VALUE 'A'.
               88  RTVLK-REG-LOCKED                VALUE 'L'.
               88  RTVLK-REG-WITHDRAWN             VALUE 'W'.
           05  RTVLK-TGT-PCT                 PIC 9(03)V99.
           05  RTVLK-STBL-FUND-CD            PIC X(04).
           05  RTVLK-ENTRY-USER-ID           PIC X(08).
           05  RTVLK-ENTRY-DT                PIC X(10).
           05  RTVLK-LOCK-DT                 PIC X(10).
           05  RTVLK-LOCK-ACHV-PCT           PIC 9(05)V99.
           05  RTVLK-LOCK-VALUE-AMT          PIC 9(13)V99.
           05  RTVLK-LOCK-PREM-AMT           PIC 9(13)V99.
