      *****************************************************************
      **  MEMBER :  CCFWSODX                                         **
      **  REMARKS:  FD AND RECORD FOR THE SEGREGATION-OF-DUTIES      **
      **            EXCEPTION REGISTER (SODX).  SEE CCFHSODX.  THE   **
      **            EXCEPTION COVERS THE ROLE - AND SO EVERY USER    **
      **            GRANTED THE ROLE - FOR THE ONE RULE.  A          **
      **            WITHDRAWN EXCEPTION IS KEPT AS THE RECORD OF     **
      **            WHO WITHDREW IT AND WHEN.                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51291**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  SODX-FILE
           LABEL RECORDS ARE STANDARD.

       01  WSODX-REC-INFO.
           05  WSODX-KEY.
               10  WSODX-ROLE-ID             PIC X(08).
               10  WSODX-TRAN-ID-1           PIC X(08).
               10  WSODX-TRAN-ID-2           PIC X(08).
           05  WSODX-EXCP-STAT-CD            PIC X(01).
               88  WSODX-EXCP-PENDING               VALUE 'P'.
               88  WSODX-EXCP-APPROVED              VALUE 'A'.
               88  WSODX-EXCP-WITHDRAWN             VALUE 'W'.
           05  WSODX-RSN-TXT                 PIC X(40).
           05  WSODX-XPRY-DT                 PIC X(10).
           05  WSODX-RQST-USER-ID            PIC X(08).
           05  WSODX-RQST-DT                 PIC X(10).
           05  WSODX-APPRV-USER-ID           PIC X(08).
           05  WSODX-APPRV-DT                PIC X(10).
           05  WSODX-LAST-CHG-USER-ID        PIC X(08).
           05  WSODX-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
