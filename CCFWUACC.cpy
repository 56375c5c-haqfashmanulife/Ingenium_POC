      *****************************************************************
      **  MEMBER :  CCFWUACC                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE USER ACCESS         **
      **            REGISTER (UACC).  SEE CCFHUACC.  A SUSPENDED     **
      **            USER MAY RUN NO TRANSACTION UNTIL THE SECURITY   **
      **            OFFICER REINSTATES THE ACCESS.  THE SUSPENSION   **
      **            REASON IS 'RV' REVOKED BY THE MANAGER, 'NA' NOT  **
      **            ATTESTED BY THE DEADLINE OR 'DM' DORMANT - NO    **
      **            SIGN-ON FOR THE DORMANCY PERIOD.  ROWS ARE NOT   **
      **            DELETED; THEIR HISTORY IS THE EVIDENCE LOG.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  UACC-FILE
           LABEL RECORDS ARE STANDARD.

       01  WUACC-REC-INFO.
           05  WUACC-KEY.
               10  WUACC-USER-ID             PIC X(08).
           05  WUACC-SECUR-CLAS-ID           PIC X(08).
           05  WUACC-MGR-USER-ID             PIC X(08).
           05  WUACC-ACCS-STAT-CD            PIC X(01).
               88  WUACC-ACCS-ACTIVE                VALUE 'A'.
               88  WUACC-ACCS-SUSPENDED             VALUE 'S'.
           05  WUACC-GRANT-DT                PIC X(10).
           05  WUACC-SUSP-DT                 PIC X(10).
           05  WUACC-SUSP-RSN-CD             PIC X(02).
               88  WUACC-SUSP-REVOKED               VALUE 'RV'.
               88  WUACC-SUSP-NOT-ATTESTED          VALUE 'NA'.
               88  WUACC-SUSP-DORMANT               VALUE 'DM'.
           05  WUACC-SUSP-USER-ID            PIC X(08).
           05  WUACC-LAST-CHG-USER-ID        PIC X(08).
           05  WUACC-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
