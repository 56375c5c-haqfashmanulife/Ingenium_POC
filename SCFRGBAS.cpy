      *****************************************************************
      **  MEMBER :  SCFRGBAS                                         **
      **  REMARKS:  WORKING-STORAGE COPY OF THE SEGREGATED FUND      **
      **            GUARANTEE BASE (GBAS) ROW (SEE SCFWGBAS).        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51267**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RGBAS-REC-INFO.
           05  RGBAS-KEY.
               10  RGBAS-POL-ID              PIC X(10).
           05  RGBAS-GTEE-BASE-AMT           PIC S9(13)V99 COMP-3.
           05  RGBAS-LAST-ANNIV-DT           PIC X(10).
           05  RGBAS-LAST-CHG-DT             PIC X(10).
           05  RGBAS-LAST-CHG-RSN-CD         PIC X(02).
           05  RGBAS-LAST-CHG-USER-ID        PIC X(08).
