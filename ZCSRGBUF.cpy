      *****************************************************************
      **  MEMBER :  ZCSRGBUF                                         **
      **  REMARKS:  RECORD FOR THE GUARANTEE BASE UPLIFT SUMMARY BY  **
      **            FUND WRITTEN BY ZSBMGMDB FOR ACTUARIAL.  EACH    **
      **            POLICY'S UPLIFT IS SPREAD OVER ITS FUNDS IN      **
      **            PROPORTION TO THEIR VALUES AT THE ANNIVERSARY.   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51267**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RGBUF-SEQ-REC-INFO.
           05  RGBUF-FUND-CD                 PIC X(04).
           05  RGBUF-RPT-DT                  PIC X(10).
           05  RGBUF-POL-CNT                 PIC 9(07).
           05  RGBUF-UPLIFT-AMT              PIC S9(15)V99.
