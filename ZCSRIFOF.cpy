      *****************************************************************
      **  MEMBER :  ZCSRIFOF                                         **
      **  REMARKS:  IFRS 17 PROFITABILITY ASSESSMENT FEED RECORD -   **
      **            ONE RECORD PER NEWLY ISSUED COVERAGE, SUPPLIED   **
      **            BY THE ACTUARIAL DEPARTMENT, GIVING THE          **
      **            PROFITABILITY GROUP AT INCEPTION:                **
      **              O - ONEROUS                                    **
      **              N - NO SIGNIFICANT RISK OF BECOMING ONEROUS    **
      **              R - REMAINING                                  **
      **            APPLIED TO THE GROUPING MASTER BY ZSBMIFGR.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51271**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RIFOF-SEQ-REC-INFO.
           05  RIFOF-POL-ID                  PIC X(10).
           05  RIFOF-CVG-NUM                 PIC 9(03).
           05  RIFOF-PRFT-GRP-CD             PIC X(01).
           05  RIFOF-ASSESS-DT               PIC X(10).
