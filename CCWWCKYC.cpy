      *****************************************************************
      **  MEMBER :  CCWWCKYC                                         **
      **  REMARKS:  WORKING-STORAGE I/O STATUS AREA FOR THE CLIENT   **
      **            KYC PROFILE (CKYC).                              **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51286**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WCKYC-SEQ-IO-WORK-AREA.
           05  WCKYC-SEQ-FILE-NAME              PIC X(04)
                                                VALUE 'CKYC'.
           05  WCKYC-SEQ-FILE-STATUS            PIC X(02).
               88  WCKYC-IO-OK                        VALUE '00'.
               88  WCKYC-IO-EOF                       VALUE '10'.
               88  WCKYC-IO-NOTFND                    VALUE '23'.
               88  WCKYC-IO-NOFILE                    VALUE '35'.
               88  WCKYC-IO-DUPKEY                    VALUE '22'.
