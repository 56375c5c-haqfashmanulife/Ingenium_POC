      *****************************************************************
      **  MEMBER :  CCFWKYRW                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE KYC REVIEW          **
      **            WORKLIST (KYRW).  SEE CCFHKYRW.  A REVIEW IS     **
      **            RAISED OPEN 'O' WITH THE BAND AND SCORE THAT     **
      **            SET ITS DUE DATE, AND IS MARKED COMPLETED 'C'    **
      **            WHEN THE REFRESH IS RECORDED ONLINE.             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  KYRW-FILE
           LABEL RECORDS ARE STANDARD.

       01  WKYRW-REC-INFO.
           05  WKYRW-KEY.
               10  WKYRW-CLI-ID              PIC X(10).
               10  WKYRW-DUE-DT              PIC X(10).
           05  WKYRW-RISK-BAND-CD            PIC X(01).
           05  WKYRW-RISK-SCORE              PIC 9(03).
           05  WKYRW-RAISED-DT               PIC X(10).
           05  WKYRW-REVW-STAT-CD            PIC X(01).
               88  WKYRW-STAT-OPEN                  VALUE 'O'.
               88  WKYRW-STAT-COMPLETED             VALUE 'C'.
           05  WKYRW-CMPLT-DT                PIC X(10).
           05  WKYRW-CMPLT-USER-ID           PIC X(08).
