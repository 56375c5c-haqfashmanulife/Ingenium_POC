      **  18APR06  SW     CREATED FOR MP19-1                         **
6-0002**  25APR06  SW     FIX                                        **
6-0003**  09MAY06  SW     BANK ACCOUNT ID FIX                        **
S51289**  15OCT26  CTS    CCWLSALG COPIED FOR THE BANK ACCOUNT       **
S51289**                  RETRIEVAL (CCPS5020) ACCESS LOG            **
      *****************************************************************
       
      *************************
       COPY CCWL2440.
       COPY CCWL0083.
       COPY CCWL5020.
S51289 COPY CCWLSALG.
       COPY XCWLDTLK.
       COPY XCWLPTR.
       COPY XCSWBCF.
