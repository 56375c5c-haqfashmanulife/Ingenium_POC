      *****************************************************************
      **  MEMBER :  SCFWTVLK                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE TARGET-VALUE        **
      **            LOCK-IN REGISTRATION FILE (TVLK).  THE TARGET    **
      **            IS A PERCENTAGE OF PREMIUMS PAID; WHEN THE       **
      **            POLICY VALUE REACHES IT THE WHOLE VALUE IS       **
      **            SWITCHED INTO THE STABLE FUND AND THE ROW IS     **
      **            MARKED LOCKED WITH THE FIGURES AT THE SWITCH.    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51266**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  TVLK-FILE
           LABEL RECORDS ARE STANDARD.

       01  WTVLK-REC-INFO.
           05  WTVLK-KEY.
               10  WTVLK-POL-ID              PIC X(10).
           05  WTVLK-REG-STAT-CD             PIC X(01).
               88  WTVLK-REG-ACTIVE                VALUE 'A'.
               88  WTVLK-REG-LOCKED                VALUE 'L'.
               88  WTVLK-REG-WITHDRAWN             VALUE 'W'.
           05  WTVLK-TGT-PCT                 PIC 9(03)V99.
           05  WTVLK-STBL-FUND-CD            PIC X(04).
           05  WTVLK-ENTRY-USER-ID           PIC X(08).
           05  WTVLK-ENTRY-DT                PIC X(10).
           05  WTVLK-LOCK-DT                 PIC X(10).
           05  WTVLK-LOCK-ACHV-PCT           PIC 9(05)V99.
           05  WTVLK-LOCK-VALUE-AMT          PIC 9(13)V99.
           05  WTVLK-LOCK-PREM-AMT           PIC 9(13)V99.
