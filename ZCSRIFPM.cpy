      *****************************************************************
      **  MEMBER :  ZCSRIFPM                                         **
      **  REMARKS:  IFRS 17 PORTFOLIO MAP RECORD - ONE RECORD PER    **
      **            PLAN CODE GIVING THE IFRS 17 PORTFOLIO           **
      **            (CONTRACTS OF SIMILAR RISK MANAGED TOGETHER)     **
      **            THE PLAN'S COVERAGES ARE GROUPED INTO.           **
      **            MAINTAINED BY FINANCE, READ BY ZSBMIFGR.         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51271**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RIFPM-SEQ-REC-INFO.
           05  RIFPM-PLN-CD                  PIC X(08).
           05  RIFPM-PORTF-CD                PIC X(08).
