      *****************************************************************
      **  MEMBER :  CCFWLGHD                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE CLIENT LEGAL HOLD   **
      **            REGISTER (LGHD).  SEE CCFHLGHD.  THE CASE        **
      **            REFERENCE IS THE LEGAL DEPARTMENT'S OWN NUMBER   **
      **            FOR THE LITIGATION, REGULATORY INQUIRY OR        **
      **            INTERNAL INVESTIGATION.  A RELEASED HOLD IS      **
      **            KEPT, WITH WHO RELEASED IT AND WHEN.             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  LGHD-FILE
           LABEL RECORDS ARE STANDARD.

       01  WLGHD-REC-INFO.
           05  WLGHD-KEY.
               10  WLGHD-CLI-ID              PIC X(10).
               10  WLGHD-CASE-REF-NUM        PIC X(12).
           05  WLGHD-HOLD-TYP-CD             PIC X(02).
               88  WLGHD-TYP-LITIGATION             VALUE 'LT'.
               88  WLGHD-TYP-REGULATOR              VALUE 'RG'.
               88  WLGHD-TYP-INTERNAL               VALUE 'IN'.
               88  WLGHD-TYP-VALID                  VALUE 'LT' 'RG'
                                                          'IN'.
           05  WLGHD-HOLD-STAT-CD            PIC X(01).
               88  WLGHD-STAT-ACTIVE                VALUE 'A'.
               88  WLGHD-STAT-RELEASED              VALUE 'R'.
           05  WLGHD-HOLD-RSN-TXT            PIC X(40).
           05  WLGHD-PLACED-DT               PIC X(10).
           05  WLGHD-PLACED-USER-ID          PIC X(08).
           05  WLGHD-RLSD-DT                 PIC X(10).
           05  WLGHD-RLSD-USER-ID            PIC X(08).
