C17240**                  POLICIES                                   **
Q19045**  29MAY12  CTS    CALCULATION OF REINSTATEMENT PERIOD FOR    **
Q19045**                  YEAR END CASES                             **
S51289**  15OCT26  CTS    CCWLSALG COPIED FOR THE BANK ACCOUNT       **
S51289**                  RETRIEVAL (CCPS5020) ACCESS LOG            **
      *****************************************************************

      *
       COPY XCWL0290.
       COPY CCWL0950.
       COPY CCWL5020.
S51289 COPY CCWLSALG.
       COPY CCWL9450.
       COPY XCWL9124.
       COPY XCWL2490.
