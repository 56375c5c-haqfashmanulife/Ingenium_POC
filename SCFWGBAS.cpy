      *****************************************************************
      **  MEMBER :  SCFWGBAS                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE SEGREGATED FUND     **
      **            DEATH-BENEFIT GUARANTEE BASE FILE (GBAS).  THE   **
      **            LAST ANNIVERSARY DATE IS THE LAST ANNIVERSARY    **
      **            EXAMINED FOR A STEP-UP, WHETHER OR NOT THE BASE  **
      **            WAS RAISED.                                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51267**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  GBAS-FILE
           LABEL RECORDS ARE STANDARD.

       01  WGBAS-REC-INFO.
           05  WGBAS-KEY.
               10  WGBAS-POL-ID              PIC X(10).
           05  WGBAS-GTEE-BASE-AMT           PIC S9(13)V99 COMP-3.
           05  WGBAS-LAST-ANNIV-DT           PIC X(10).
           05  WGBAS-LAST-CHG-DT             PIC X(10).
           05  WGBAS-LAST-CHG-RSN-CD         PIC X(02).
           05  WGBAS-LAST-CHG-USER-ID        PIC X(08).
