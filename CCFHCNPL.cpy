      *****************************************************************
      **  MEMBER :  CCFHCNPL                                         **
      **  REMARKS:  SELECT FOR THE CONVERSION PLAN MASTER (CNPL).    **
      **            ONE ROW PER PERMANENT PLAN A TERM COVERAGE MAY   **
      **            BE CONVERTED TO, GIVING ITS INSURANCE TYPE,      **
      **            MATURITY AGE, HIGHEST ISSUE AGE AND WHETHER IT   **
      **            MAY BE ISSUED AT THE TERM COVERAGE'S ORIGINAL    **
      **            AGE.  READ BY ZSRQCNVR AND MAINTAINED ONLINE     **
      **            THROUGH ZSRQCNPL.                                **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51281**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CNPL-FILE ASSIGN TO ZSCNPL
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCNPL-KEY
                  FILE STATUS    IS WCNPL-SEQ-FILE-STATUS.
