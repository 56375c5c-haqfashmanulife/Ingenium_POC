      *****************************************************************
      **  MEMBER :  SCFWFDAM                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE FUND ASSET MANAGER  **
      **            ASSIGNMENT TABLE (FDAM) - THE EXTERNAL ASSET     **
      **            MANAGER WHO RUNS EACH FUND AND TAKES ITS DAILY   **
      **            DEALING INSTRUCTION.  RFDAM-REC-INFO (SEE        **
      **            SCFRFDAM) IS THE SAME LAYOUT, USED AS A WORK     **
      **            COPY BY CALLERS.                                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51264**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  FDAM-FILE
           LABEL RECORDS ARE STANDARD.

       01  WFDAM-REC-INFO.
           05  WFDAM-KEY.
               10  WFDAM-FUND-CD             PIC X(04).
           05  WFDAM-AMGR-ID                 PIC X(08).
           05  WFDAM-AMGR-NM                 PIC X(40).
           05  WFDAM-EFF-DT                  PIC X(10).
           05  WFDAM-LAST-CHG-DT             PIC X(10).
           05  WFDAM-LAST-CHG-USER-ID        PIC X(08).
