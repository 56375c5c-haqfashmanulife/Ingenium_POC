      *****************************************************************
      **  MEMBER :  CCFWPPTM                                         **
      **  REMARKS:  FD AND TABLE RECORD FOR THE PLAN PREMIUM-PAYING  **
      **            TERM TABLE (PPTM).  SEE CCFHPPTM.                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  PPTM-FILE
           LABEL RECORDS ARE STANDARD.

       01  WPPTM-REC-INFO.
           05  WPPTM-KEY.
               10  WPPTM-PLAN-ID             PIC X(06).
           05  WPPTM-PLAN-DESC-TXT           PIC X(30).
           05  WPPTM-PMT-TRM-YRS             PIC 9(03).
           05  WPPTM-LAST-CHG-USER-ID        PIC X(08).
           05  WPPTM-LAST-CHG-DT             PIC X(10).
