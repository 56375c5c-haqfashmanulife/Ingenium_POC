      *****************************************************************
      **  MEMBER :  CCWLTRST                                         **
      **  REMARKS:  LINKAGE PARAMETER AREA FOR SSRQTRST, THE ONLINE  **
      **            REVIEW PROGRAM FOR THE SEGREGATED FUND TRANSFER  **
      **            RESTRICTION TABLE (TRST).  ON APPROVE THE CALLER **
      **            SUPPLIES THE RELEASE DATE (AND OPTIONALLY THE    **
      **            RESTRICTION EFFECTIVE DATE, DEFAULT THE BUSINESS **
      **            DATE); THE OTHER FIELDS ARE RETURNED.            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51265**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LTRST-PARM-INFO.
           05  LTRST-FUNCTION-CD             PIC X(01).
               88  LTRST-FUNCTION-INQUIRE          VALUE 'I'.
               88  LTRST-FUNCTION-APPROVE          VALUE 'A'.
               88  LTRST-FUNCTION-DISMISS          VALUE 'D'.
               88  LTRST-FUNCTION-RELEASE          VALUE 'R'.
           05  LTRST-POL-ID                  PIC X(10).
           05  LTRST-FUND-CD                 PIC X(04).
           05  LTRST-RSTR-STAT-CD            PIC X(01).
           05  LTRST-FLAG-DT                 PIC X(10).
           05  LTRST-RTRP-CNT                PIC 9(03).
           05  LTRST-RSTR-EFF-DT             PIC X(10).
           05  LTRST-RLSE-DT                 PIC X(10).
           05  LTRST-LAST-CHG-USER-ID        PIC X(08).
           05  LTRST-RETRN-CD                PIC X(02).
               88  LTRST-RETRN-OK                   VALUE '00'.
               88  LTRST-RETRN-NOTFND               VALUE '23'.
               88  LTRST-RETRN-BAD-STAT             VALUE '24'.
               88  LTRST-RETRN-BAD-DATE             VALUE '25'.
               88  LTRST-RETRN-ERROR                VALUE '99'.
               88  LTRST-RETRN-NOTAUTH              VALUE '91'.
               88  LTRST-RETRN-QUEUED               VALUE '92'.
