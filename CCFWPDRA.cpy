      *****************************************************************
      **  MEMBER :  CCFWPDRA                                         **
      **  REMARKS:  FD AND RECORD FOR THE CLIENT ACTIVITY PROFILE    **
      **            (PDRA).  SEE CCFHPDRA.  THE COUNTS ARE OF WHAT   **
      **            IS STILL LIVE FOR THE CLIENT - IN-FORCE POLICIES **
      **            HELD, IN-FORCE COVERAGES INSURED, OPEN CLAIMS,   **
      **            UNPAID BENEFITS AND UNRESOLVED AML ALERTS - AND  **
      **            THE INTERACTION ROWS HELD PER TABLE.  THE LAST   **
      **            ACTIVITY DATE IS THE LATEST INTERACTION OR       **
      **            VISIT, OR STATUS CHANGE OF A CLOSED POLICY.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  PDRA-FILE
           LABEL RECORDS ARE STANDARD.

       01  WPDRA-REC-INFO.
           05  WPDRA-KEY.
               10  WPDRA-CLI-ID              PIC X(10).
           05  WPDRA-IF-POL-CNT              PIC 9(05).
           05  WPDRA-IF-CVG-CNT              PIC 9(05).
           05  WPDRA-OPEN-CLM-CNT            PIC 9(05).
           05  WPDRA-UNPD-BENE-CNT           PIC 9(05).
           05  WPDRA-AML-OPEN-CNT            PIC 9(05).
           05  WPDRA-INTRCT-CNT-INFO.
               10  WPDRA-FMLY-CNT            PIC 9(05).
               10  WPDRA-PROS-CNT            PIC 9(05).
               10  WPDRA-CVST-CNT            PIC 9(05).
               10  WPDRA-PVST-CNT            PIC 9(05).
           05  WPDRA-LAST-ACTV-DT            PIC X(10).
           05  WPDRA-BUILT-DT                PIC X(10).
