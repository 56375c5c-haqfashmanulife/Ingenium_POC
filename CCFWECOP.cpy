      *****************************************************************
      **  MEMBER :  CCFWECOP                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE CLIENT ELECTRONIC   **
      **            TAX-CERTIFICATE OPT-IN MASTER (ECOP).  A CLIENT  **
      **            WHO WITHDRAWS KEEPS THE ROW WITH THE OPT-IN      **
      **            CODE SET TO 'N' AND THE WITHDRAWAL DATE, SO THE  **
      **            HISTORY OF THE CHOICE IS NOT LOST.               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51262**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  ECOP-FILE
           LABEL RECORDS ARE STANDARD.

       01  WECOP-REC-INFO.
           05  WECOP-KEY.
               10  WECOP-CLI-ID              PIC X(10).
           05  WECOP-ECERT-OPT-CD            PIC X(01).
               88  WECOP-ECERT-OPTED-IN             VALUE 'Y'.
               88  WECOP-ECERT-WITHDRAWN            VALUE 'N'.
           05  WECOP-OPT-IN-DT               PIC X(10).
           05  WECOP-OPT-OUT-DT              PIC X(10).
           05  WECOP-LAST-CHG-USER-ID        PIC X(08).
           05  WECOP-LAST-CHG-DT             PIC X(10).
