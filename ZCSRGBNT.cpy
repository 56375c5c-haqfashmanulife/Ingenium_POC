      *****************************************************************
      **  MEMBER :  ZCSRGBNT                                         **
      **  REMARKS:  RECORD FOR THE GUARANTEE BASE STEP-UP CLIENT     **
      **            NOTICE EXTRACT WRITTEN BY ZSBMGMDB - ONE RECORD  **
      **            PER POLICY WHOSE DEATH-BENEFIT GUARANTEE WAS     **
      **            RAISED AT ITS ANNIVERSARY.                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51267**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RGBNT-SEQ-REC-INFO.
           05  RGBNT-POL-ID                  PIC X(10).
           05  RGBNT-CLI-ID                  PIC X(10).
           05  RGBNT-AGT-ID                  PIC X(10).
           05  RGBNT-ANNIV-DT                PIC X(10).
           05  RGBNT-OLD-GTEE-AMT            PIC 9(13)V99.
           05  RGBNT-NEW-GTEE-AMT            PIC 9(13)V99.
           05  RGBNT-POL-VALUE-AMT           PIC 9(13)V99.
