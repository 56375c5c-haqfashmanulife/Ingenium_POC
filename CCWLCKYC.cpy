      *****************************************************************
      **  MEMBER :  CCWLCKYC                                         **
      **  REMARKS:  PARAMETER AREA FOR THE CLIENT KYC MODULE         **
      **            (ZSRQCKYC).                                      **
      **              'IQ' - PROFILE AND RISK RATING FOR A CLIENT    **
      **              'UP' - RECORD THE KYC ATTRIBUTES (OCCUPATION   **
      **                     RISK, NATIONALITY, RESIDENCE, PEP)      **
      **              'RC' - KYC REVIEW COMPLETED: CLOSES THE OPEN   **
      **                     REVIEW AND SETS THE NEXT REVIEW DATE    **
      **              'HN' - NEXT RATING HISTORY ROW FOR THE CLIENT  **
      **                     AFTER THE GIVEN DATE AND SEQUENCE       **
      **              'RN' - NEXT OPEN REVIEW ON THE WORKLIST AFTER  **
      **                     THE GIVEN CLIENT AND DUE DATE           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LCKYC-PARM-INFO.
           05  LCKYC-FUNCTION-CD            PIC X(02).
               88  LCKYC-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LCKYC-FUNCTION-UPDATE              VALUE 'UP'.
               88  LCKYC-FUNCTION-REVW-CMPLT          VALUE 'RC'.
               88  LCKYC-FUNCTION-HIST-NEXT           VALUE 'HN'.
               88  LCKYC-FUNCTION-REVW-NEXT           VALUE 'RN'.
           05  LCKYC-CLI-ID                 PIC X(10).
           05  LCKYC-OCCP-RISK-CD           PIC X(01).
           05  LCKYC-NATNL-CTRY-CD          PIC X(03).
           05  LCKYC-RES-CTRY-CD            PIC X(03).
           05  LCKYC-PEP-CD                 PIC X(01).
           05  LCKYC-ATTR-CHG-DT            PIC X(10).
           05  LCKYC-ATTR-CHG-USER-ID       PIC X(08).
           05  LCKYC-RISK-SCORE             PIC 9(03).
           05  LCKYC-RISK-BAND-CD           PIC X(01).
           05  LCKYC-RATED-DT               PIC X(10).
           05  LCKYC-REVW-CYCLE-MO          PIC 9(02).
           05  LCKYC-LAST-REVW-DT           PIC X(10).
           05  LCKYC-NEXT-REVW-DT           PIC X(10).
           05  LCKYC-HIST-INFO.
               10  LCKYC-HIST-CHG-DT        PIC X(10).
               10  LCKYC-HIST-SEQ-NUM       PIC 9(03).
               10  LCKYC-HIST-OLD-BAND-CD   PIC X(01).
               10  LCKYC-HIST-NEW-BAND-CD   PIC X(01).
               10  LCKYC-HIST-OLD-SCORE     PIC 9(03).
               10  LCKYC-HIST-NEW-SCORE     PIC 9(03).
               10  LCKYC-HIST-RSN-CD        PIC X(02).
               10  LCKYC-HIST-OCCP-PTS      PIC 9(03).
               10  LCKYC-HIST-CTRY-PTS      PIC 9(03).
               10  LCKYC-HIST-PROD-PTS      PIC 9(03).
               10  LCKYC-HIST-PAY-PTS       PIC 9(03).
               10  LCKYC-HIST-WLST-PTS      PIC 9(03).
               10  LCKYC-HIST-AML-PTS       PIC 9(03).
               10  LCKYC-HIST-PEP-PTS       PIC 9(03).
           05  LCKYC-REVW-INFO.
               10  LCKYC-REVW-DUE-DT        PIC X(10).
               10  LCKYC-REVW-BAND-CD       PIC X(01).
               10  LCKYC-REVW-SCORE         PIC 9(03).
               10  LCKYC-REVW-RAISED-DT     PIC X(10).
               10  LCKYC-REVW-STAT-CD       PIC X(01).
           05  LCKYC-RETRN-CD               PIC X(02).
               88  LCKYC-RETRN-OK                     VALUE '00'.
               88  LCKYC-RETRN-NOTFND                 VALUE '01'.
               88  LCKYC-RETRN-EOF                    VALUE '02'.
               88  LCKYC-RETRN-NO-OPEN-REVW           VALUE '04'.
               88  LCKYC-RETRN-INVALID                VALUE '05'.
               88  LCKYC-RETRN-NOTAUTH                VALUE '91'.
               88  LCKYC-RETRN-ERROR                  VALUE '99'.
