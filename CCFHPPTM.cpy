      *****************************************************************
      **  MEMBER :  CCFHPPTM                                         **
      **  REMARKS:  SELECT FOR THE PLAN PREMIUM-PAYING TERM TABLE    **
      **            (PPTM).  ONE ROW PER LIMITED-PAY PLAN GIVING THE **
      **            NUMBER OF YEARS PREMIUMS ARE PAYABLE FROM ISSUE. **
      **            A PLAN WITH NO ROW PAYS FOR THE WHOLE TERM.      **
      **            READ BY ZSBMPCLK AND MAINTAINED ONLINE THROUGH   **
      **            ZSRQPPTM.                                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51308**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT PPTM-FILE ASSIGN TO ZSPPTM
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WPPTM-KEY
                  FILE STATUS    IS WPPTM-SEQ-FILE-STATUS.
