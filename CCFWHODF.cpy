      *****************************************************************
      **  MEMBER :  CCFWHODF                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE HANDOFF DEFINITION  **
      **            TABLE (HODF).  SEE CCFHHODF.  THE HANDOFF ID IS  **
      **            THE DD NAME OF THE FILE, AS REGISTERED ON CTRG.  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51295**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  HODF-FILE
           LABEL RECORDS ARE STANDARD.

       01  WHODF-REC-INFO.
           05  WHODF-KEY.
               10  WHODF-CNSM-JOB-ID         PIC X(08).
               10  WHODF-HNDF-ID             PIC X(08).
           05  WHODF-PROD-JOB-ID             PIC X(08).
           05  WHODF-HNDF-DESC-TXT           PIC X(30).
           05  FILLER                        PIC X(20).
