      *****************************************************************
      **  MEMBER :  CCFWOVRL                                         **
      **  REMARKS:  FD AND RECORD FOR THE MANAGER OVERRIDE LEDGER    **
      **            (OVRL).  SEE CCFHOVRL.  THE LEVEL IS THE ROLE    **
      **            THE MANAGER WAS PAID AT - U UNIT, B BRANCH, R    **
      **            REGIONAL.  THE OUTSTANDING OVERRIDE (PAID LESS   **
      **            CLAWED BACK) IS THE MOST A CHARGEBACK CAN TAKE   **
      **            BACK FROM THE MANAGER.                           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51299**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  OVRL-FILE
           LABEL RECORDS ARE STANDARD.

       01  WOVRL-REC-INFO.
           05  WOVRL-KEY.
               10  WOVRL-POL-ID              PIC X(10).
               10  WOVRL-MGR-AGT-ID          PIC X(06).
           05  WOVRL-OVRD-LVL-CD             PIC X(01).
           05  WOVRL-WRTG-AGT-ID             PIC X(06).
           05  WOVRL-COMM-BASE-AMT           PIC S9(11)V99 COMP-3.
           05  WOVRL-OVRD-PAID-AMT           PIC S9(11)V99 COMP-3.
           05  WOVRL-CLAWBK-AMT              PIC S9(11)V99 COMP-3.
           05  WOVRL-FRST-PAID-DT            PIC X(10).
           05  WOVRL-LAST-PAID-DT            PIC X(10).
           05  WOVRL-LAST-CLAWBK-DT          PIC X(10).
           05  FILLER                        PIC X(20).
