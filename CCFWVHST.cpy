      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51184**  23AUG26  CTS    INITIAL VERSION                            **
S51270**  15OCT26  CTS    PLAN CODE AND GROSS ANNUAL PREMIUM KEPT    **
S51270**                  FOR THE RESERVE ANALYSIS-OF-CHANGE EXHIBIT **
      *****************************************************************

       FD  VHST-FILE
           05  WVHST-GROSS-CASH-VAL          PIC X(11).
           05  WVHST-NET-CASH-VAL            PIC X(11).
           05  WVHST-RUN-DT                  PIC X(10).
S51270     05  WVHST-PLAN-ID                 PIC X(06).
S51270     05  WVHST-ANN-PREM                PIC X(11).
