      *****************************************************************
      **  MEMBER :  CCFWERAM                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE JAPANESE ERA        **
      **            MASTER (ERAM).  THE ERA RUNS FROM ITS START      **
      **            DATE UP TO THE DAY BEFORE THE NEXT ERA'S START   **
      **            DATE; THE LATEST ROW IS THE CURRENT ERA.  YEAR 1 **
      **            OF AN ERA IS THE CALENDAR YEAR OF ITS START      **
      **            DATE.  A NEW ERA IS ADDED AS A NEW ROW - NO      **
      **            PROGRAM CHANGE IS NEEDED.                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51260**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  ERAM-FILE
           LABEL RECORDS ARE STANDARD.

       01  WERAM-REC-INFO.
           05  WERAM-KEY.
               10  WERAM-ERA-NUM             PIC 9(01).
           05  WERAM-ERA-STRT-DT.
               10  WERAM-ERA-STRT-YR         PIC 9(04).
               10  FILLER                    PIC X(01).
               10  WERAM-ERA-STRT-MO         PIC 9(02).
               10  FILLER                    PIC X(01).
               10  WERAM-ERA-STRT-DY         PIC 9(02).
           05  WERAM-ERA-ABBR-CD             PIC X(01).
           05  WERAM-ERA-JPN-NM              PIC X(10).
           05  WERAM-ERA-ENG-NM              PIC X(10).
           05  WERAM-LAST-CHG-USER-ID        PIC X(08).
           05  WERAM-LAST-CHG-DT             PIC X(10).
