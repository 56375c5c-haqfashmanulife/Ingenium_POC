S51232**  02SEP26  CTS    INITIAL VERSION                            **
S51252**  02SEP26  CTS    ANNUAL PREMIUM AND EXPIRY DATE CARRIED     **
S51252**                  FOR THE CASH-FLOW PROJECTION BUILDER      **
S51271**  15OCT26  CTS    COVERAGE ISSUE DATE CARRIED FOR THE        **
S51271**                  IFRS 17 ANNUAL ISSUE COHORT                **
      *****************************************************************

       01  RIFCV-SEQ-REC-INFO.
S51252     05  RIFCV-ANN-PREM-AMT REDEFINES
S51252         RIFCV-ANN-PREM-AMT-TXT        PIC 9(11)V99.
S51252     05  RIFCV-XPRY-DT                 PIC X(10).
S51271     05  RIFCV-CVG-ISS-EFF-DT          PIC X(10).
