      *****************************************************************
      **  MEMBER :  CCWLHHSQ                                         **
      **  REMARKS:  PARAMETER AREA FOR THE PREMIUM-PAYER BASIS       **
      **            QUERY (ZSRQHHSQ).  THE CALLER SUPPLIES THE       **
      **            POLICY AND THE CLIENT BEING PAID; THE MODULE     **
      **            RETURNS THE PREMIUMS PAID ON THE POLICY TO DATE, **
      **            THE PART OF THEM PAID WHILE THAT CLIENT WAS THE  **
      **            POLICYHOLDER, THE CURRENT HOLDER'S SHARE, THE    **
      **            NUMBER OF HOLDERS AND WHETHER THE PAYEE PAID     **
      **            ALL, NONE OR PART OF THE PREMIUMS.               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51277**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LHHSQ-PARM-INFO.
           05  LHHSQ-POL-ID                 PIC X(10).
           05  LHHSQ-PAYEE-CLI-ID           PIC X(10).
           05  LHHSQ-TOT-PREM-PD-AMT        PIC S9(13)V99 COMP-3.
           05  LHHSQ-PAYEE-PREM-PD-AMT      PIC S9(13)V99 COMP-3.
           05  LHHSQ-CRNT-HLDR-CLI-ID       PIC X(10).
           05  LHHSQ-CRNT-PREM-PD-AMT       PIC S9(13)V99 COMP-3.
           05  LHHSQ-HLDR-CNT               PIC 9(03).
           05  LHHSQ-PAYER-CD               PIC X(01).
               88  LHHSQ-PAYER-SELF                   VALUE 'S'.
               88  LHHSQ-PAYER-OTHER                  VALUE 'O'.
               88  LHHSQ-PAYER-MIXED                  VALUE 'M'.
           05  LHHSQ-RETRN-CD               PIC X(02).
               88  LHHSQ-RETRN-OK                     VALUE '00'.
               88  LHHSQ-RETRN-NOTFND                 VALUE '01'.
               88  LHHSQ-RETRN-ERROR                  VALUE '99'.
