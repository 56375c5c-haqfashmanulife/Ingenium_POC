      *****************************************************************
      **  MEMBER :  SCFRTRST                                         **
      **  REMARKS:  WORKING-STORAGE COPY OF THE SEGREGATED FUND      **
      **            TRANSFER RESTRICTION RECORD (TRST).              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51265**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RTRST-REC-INFO.
           05  RTRST-KEY.
               10  RTRST-POL-ID              PIC X(10).
               10  RTRST-FUND-CD             PIC X(04).
           05  RTRST-RSTR-STAT-CD            PIC X(01).
               88  RTRST-STAT-PENDING               VALUE 'P'.
               88  RTRST-STAT-RESTRICTED            VALUE 'A'.
               88  RTRST-STAT-RELEASED              VALUE 'R'.
               88  RTRST-STAT-DISMISSED             VALUE 'D'.
               88  RTRST-STAT-OPEN                  VALUE 'P' 'A'.
           05  RTRST-FLAG-DT                 PIC X(10).
           05  RTRST-RTRP-CNT                PIC 9(03).
           05  RTRST-LAST-RTRP-DT            PIC X(10).
           05  RTRST-RSTR-EFF-DT             PIC X(10).
           05  RTRST-RLSE-DT                 PIC X(10).
           05  RTRST-APPRV-USER-ID           PIC X(08).
           05  RTRST-LAST-CHG-DT             PIC X(10).
           05  RTRST-LAST-CHG-USER-ID        PIC X(08).
