      *****************************************************************
      **  MEMBER :  ZCSRUWIS                                         **
      **  REMARKS:  STRAIGHT-THROUGH ISSUE RECORD - ONE RECORD PER   **
      **            APPLICATION THE AUTOMATED UNDERWRITING RUN       **
      **            (ZSBMUWAD) APPROVED, WITH ITS STANDARD           **
      **            REQUIREMENTS CLOSED.  INPUT TO THE NEW-BUSINESS  **
      **            ISSUE RUN, WHICH ISSUES THE CASE AT STANDARD     **
      **            TERMS WITHOUT WAITING FOR AN UNDERWRITER.        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RUWIS-SEQ-REC-INFO.
           05  RUWIS-POL-ID                  PIC X(10).
           05  RUWIS-INSRD-CLI-ID            PIC X(10).
           05  RUWIS-PLAN-ID                 PIC X(06).
           05  RUWIS-FACE-AMT                PIC 9(13)V99.
           05  RUWIS-RULE-SEQ-NUM            PIC 9(04).
           05  RUWIS-DCSN-DT                 PIC X(10).
           05  RUWIS-RQMT-CLOS-CNT           PIC 9(03).
