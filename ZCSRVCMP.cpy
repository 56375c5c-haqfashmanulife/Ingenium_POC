S51148**  09AUG26  CTS    INITIAL VERSION                            **
S51250**  02SEP26  CTS    POLICY CURRENCY AND YEN-EQUIVALENT VALUE   **
S51250**                  CARRIED FOR THE MULTI-CURRENCY PRODUCT     **
S51270**  15OCT26  CTS    PLAN CODE AND GROSS ANNUAL PREMIUM CARRIED **
S51270**                  FOR THE RESERVE ANALYSIS-OF-CHANGE EXHIBIT **
S51271**  15OCT26  CTS    IFRS 17 CONTRACT GROUP (PORTFOLIO, COHORT  **
S51271**                  AND PROFITABILITY GROUP) CARRIED           **
      *****************************************************************

       01  RVCMP-SEQ-REC-INFO.
           05  RVCMP-RUN-DT                 PIC X(10).
S51250     05  RVCMP-CRCY-CD                PIC X(03).
S51250     05  RVCMP-YEN-EQUIV-VAL          PIC X(11).
S51270     05  RVCMP-PLAN-ID                PIC X(06).
S51270     05  RVCMP-ANN-PREM               PIC X(11).
S51271     05  RVCMP-IFRS-GRP.
S51271         10  RVCMP-PORTF-CD           PIC X(08).
S51271         10  RVCMP-COHORT-YR          PIC X(04).
S51271         10  RVCMP-PRFT-GRP-CD        PIC X(01).
