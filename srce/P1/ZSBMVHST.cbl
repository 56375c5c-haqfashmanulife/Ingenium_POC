      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51184**  23AUG26  CTS    INITIAL VERSION                            **
S51270**  15OCT26  CTS    PLAN CODE AND GROSS ANNUAL PREMIUM LOADED  **
S51270**                  FOR THE RESERVE ROLL-FORWARD (ZSBMRAOC)    **
      *****************************************************************

      **********************
           MOVE RVCMP-GROSS-CASH-VAL    TO WVHST-GROSS-CASH-VAL.
           MOVE RVCMP-NET-CASH-VAL      TO WVHST-NET-CASH-VAL.
           MOVE RVCMP-RUN-DT            TO WVHST-RUN-DT.
S51270     MOVE RVCMP-PLAN-ID           TO WVHST-PLAN-ID.
S51270     MOVE RVCMP-ANN-PREM          TO WVHST-ANN-PREM.

           WRITE WVHST-REC-INFO
               INVALID KEY
