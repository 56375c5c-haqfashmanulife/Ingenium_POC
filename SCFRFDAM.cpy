      *****************************************************************
      **  MEMBER :  SCFRFDAM                                         **
      **  REMARKS:  WORKING-STORAGE COPY OF THE FUND ASSET MANAGER   **
      **            ASSIGNMENT RECORD (FDAM).                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51264**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RFDAM-REC-INFO.
           05  RFDAM-KEY.
               10  RFDAM-FUND-CD             PIC X(04).
           05  RFDAM-AMGR-ID                 PIC X(08).
           05  RFDAM-AMGR-NM                 PIC X(40).
           05  RFDAM-EFF-DT                  PIC X(10).
           05  RFDAM-LAST-CHG-DT             PIC X(10).
           05  RFDAM-LAST-CHG-USER-ID        PIC X(08).
