      *****************************************************************
      **  MEMBER :  CCWLFDAM                                         **
      **  REMARKS:  LINKAGE PARAMETER AREA FOR SSRQFDAM, THE ONLINE  **
      **            MAINTENANCE PROGRAM FOR THE FUND ASSET MANAGER   **
      **            ASSIGNMENT TABLE (FDAM).                         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51264**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LFDAM-PARM-INFO.
           05  LFDAM-FUNCTION-CD             PIC X(01).
               88  LFDAM-FUNCTION-INQUIRE          VALUE 'I'.
               88  LFDAM-FUNCTION-ADD              VALUE 'A'.
               88  LFDAM-FUNCTION-CHANGE           VALUE 'C'.
               88  LFDAM-FUNCTION-DELETE           VALUE 'D'.
           05  LFDAM-FUND-CD                 PIC X(04).
           05  LFDAM-AMGR-ID                 PIC X(08).
           05  LFDAM-AMGR-NM                 PIC X(40).
           05  LFDAM-EFF-DT                  PIC X(10).
           05  LFDAM-LAST-CHG-USER-ID        PIC X(08).
           05  LFDAM-RETRN-CD                PIC X(02).
               88  LFDAM-RETRN-OK                   VALUE '00'.
               88  LFDAM-RETRN-NOTFND               VALUE '23'.
               88  LFDAM-RETRN-DUPLICATE            VALUE '22'.
               88  LFDAM-RETRN-ERROR                VALUE '99'.
               88  LFDAM-RETRN-NOTAUTH              VALUE '91'.
               88  LFDAM-RETRN-QUEUED               VALUE '92'.
