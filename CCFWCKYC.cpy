      *****************************************************************
      **  MEMBER :  CCFWCKYC                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE CLIENT KYC PROFILE  **
      **            (CKYC).  SEE CCFHCKYC.  THE ATTRIBUTES ARE       **
      **            OCCUPATION RISK CLASS, NATIONALITY, COUNTRY OF   **
      **            RESIDENCE AND PEP STATUS; A BLANK ATTRIBUTE HAS  **
      **            NOT BEEN CAPTURED.  THE HOLDINGS COUNTS ARE      **
      **            REBUILT BY EACH RATING RUN FROM THE CLIENT'S     **
      **            IN-FORCE POLICIES AND THEIR AML WORKLIST HITS,   **
      **            AND ARE ONLY CURRENT WHEN THE PROFILE RUN DATE   **
      **            IS THAT RUN'S.  THE REVIEW CYCLE IS THE BAND'S,  **
      **            KEPT SO A REVIEW COMPLETED ONLINE CAN SET THE    **
      **            NEXT REVIEW DATE.                                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CKYC-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCKYC-REC-INFO.
           05  WCKYC-KEY.
               10  WCKYC-CLI-ID              PIC X(10).
           05  WCKYC-ATTR-INFO.
               10  WCKYC-OCCP-RISK-CD        PIC X(01).
                   88  WCKYC-OCCP-RISK-LOW          VALUE 'L'.
                   88  WCKYC-OCCP-RISK-MEDIUM       VALUE 'M'.
                   88  WCKYC-OCCP-RISK-HIGH         VALUE 'H'.
                   88  WCKYC-OCCP-RISK-VALID        VALUE 'L' 'M'
                                                          'H'.
               10  WCKYC-NATNL-CTRY-CD       PIC X(03).
               10  WCKYC-RES-CTRY-CD         PIC X(03).
               10  WCKYC-PEP-CD              PIC X(01).
                   88  WCKYC-PEP-NONE               VALUE 'N'.
                   88  WCKYC-PEP-DOMESTIC           VALUE 'D'.
                   88  WCKYC-PEP-FOREIGN            VALUE 'F'.
                   88  WCKYC-PEP-VALID              VALUE 'N' 'D'
                                                          'F'.
           05  WCKYC-ATTR-CHG-DT             PIC X(10).
           05  WCKYC-ATTR-CHG-USER-ID        PIC X(08).
           05  WCKYC-HLDG-INFO.
               10  WCKYC-PRFL-RUN-DT         PIC X(10).
               10  WCKYC-SP-POL-CNT          PIC 9(03).
               10  WCKYC-VAR-POL-CNT         PIC 9(03).
               10  WCKYC-DRCT-PAY-CNT        PIC 9(03).
               10  WCKYC-AML-OPEN-CNT        PIC 9(03).
               10  WCKYC-AML-STR-CNT         PIC 9(03).
           05  WCKYC-RATING-INFO.
               10  WCKYC-RISK-SCORE          PIC 9(03).
               10  WCKYC-RISK-BAND-CD        PIC X(01).
                   88  WCKYC-BAND-LOW               VALUE 'L'.
                   88  WCKYC-BAND-MEDIUM            VALUE 'M'.
                   88  WCKYC-BAND-HIGH              VALUE 'H'.
                   88  WCKYC-BAND-NOT-RATED         VALUE SPACE.
               10  WCKYC-RATED-DT            PIC X(10).
               10  WCKYC-FACTOR-PTS.
                   15  WCKYC-OCCP-PTS        PIC 9(03).
                   15  WCKYC-CTRY-PTS        PIC 9(03).
                   15  WCKYC-PROD-PTS        PIC 9(03).
                   15  WCKYC-PAY-PTS         PIC 9(03).
                   15  WCKYC-WLST-PTS        PIC 9(03).
                   15  WCKYC-AML-PTS         PIC 9(03).
                   15  WCKYC-PEP-PTS         PIC 9(03).
               10  WCKYC-REVW-CYCLE-MO       PIC 9(02).
               10  WCKYC-LAST-REVW-DT        PIC X(10).
               10  WCKYC-NEXT-REVW-DT        PIC X(10).
           05  WCKYC-LAST-CHG-USER-ID        PIC X(08).
           05  WCKYC-LAST-CHG-DT             PIC X(10).
