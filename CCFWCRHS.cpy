      *****************************************************************
      **  MEMBER :  CCFWCRHS                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE CLIENT RISK RATING  **
      **            HISTORY (CRHS).  SEE CCFHCRHS.  EACH ROW KEEPS   **
      **            THE BAND AND SCORE BEFORE AND AFTER, THE POINTS  **
      **            EACH FACTOR CONTRIBUTED AND THE REASON - THE     **
      **            FACTOR THAT MOVED MOST, OR 'IN' FOR A CLIENT'S   **
      **            FIRST RATING - SO AN EXAMINER CAN SEE WHY THE    **
      **            CLIENT WAS RATED AS THEY WERE.                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  CRHS-FILE
           LABEL RECORDS ARE STANDARD.

       01  WCRHS-REC-INFO.
           05  WCRHS-KEY.
               10  WCRHS-CLI-ID              PIC X(10).
               10  WCRHS-CHG-DT              PIC X(10).
               10  WCRHS-SEQ-NUM             PIC 9(03).
           05  WCRHS-OLD-BAND-CD             PIC X(01).
           05  WCRHS-NEW-BAND-CD             PIC X(01).
           05  WCRHS-OLD-SCORE               PIC 9(03).
           05  WCRHS-NEW-SCORE               PIC 9(03).
           05  WCRHS-RSN-CD                  PIC X(02).
               88  WCRHS-RSN-INITIAL                VALUE 'IN'.
               88  WCRHS-RSN-OCCUPATION             VALUE 'OC'.
               88  WCRHS-RSN-COUNTRY                VALUE 'CT'.
               88  WCRHS-RSN-PRODUCT                VALUE 'PR'.
               88  WCRHS-RSN-PAYMENT                VALUE 'PY'.
               88  WCRHS-RSN-WATCHLIST              VALUE 'WL'.
               88  WCRHS-RSN-AML-HITS               VALUE 'AM'.
               88  WCRHS-RSN-PEP                    VALUE 'PE'.
               88  WCRHS-RSN-THRESHOLD              VALUE 'TH'.
           05  WCRHS-FACTOR-PTS.
               10  WCRHS-OCCP-PTS            PIC 9(03).
               10  WCRHS-CTRY-PTS            PIC 9(03).
               10  WCRHS-PROD-PTS            PIC 9(03).
               10  WCRHS-PAY-PTS             PIC 9(03).
               10  WCRHS-WLST-PTS            PIC 9(03).
               10  WCRHS-AML-PTS             PIC 9(03).
               10  WCRHS-PEP-PTS             PIC 9(03).
           05  WCRHS-NEXT-REVW-DT            PIC X(10).
           05  WCRHS-CHG-USER-ID             PIC X(08).
