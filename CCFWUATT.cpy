      *****************************************************************
      **  MEMBER :  CCFWUATT                                         **
      **  REMARKS:  FD AND RECORD FOR THE ACCESS ATTESTATION FILE    **
      **            (UATT).  SEE CCFHUATT.  THE CAMPAIGN IS THE      **
      **            QUARTER AS YYYYQN.  THE SECURITY CLASS, ROLE,    **
      **            HIGH-RISK TRANSACTION COUNT AND LAST SIGN-ON ARE **
      **            AS THEY STOOD WHEN THE CAMPAIGN OPENED - WHAT    **
      **            THE MANAGER WAS ASKED TO ATTEST.  THE DECISION   **
      **            IS 'P' PENDING, 'C' CONFIRMED, 'R' REVOKED OR    **
      **            'X' EXPIRED - NOT ATTESTED BY THE DUE DATE AND   **
      **            THE ACCESS SUSPENDED.                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51290**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  UATT-FILE
           LABEL RECORDS ARE STANDARD.

       01  WUATT-REC-INFO.
           05  WUATT-KEY.
               10  WUATT-CMPGN-ID            PIC X(06).
               10  WUATT-MGR-USER-ID         PIC X(08).
               10  WUATT-USER-ID             PIC X(08).
           05  WUATT-SECUR-CLAS-ID           PIC X(08).
           05  WUATT-ROLE-DESC-TXT           PIC X(30).
           05  WUATT-HIRISK-CNT              PIC 9(03).
           05  WUATT-LAST-SGNON-DT           PIC X(10).
           05  WUATT-OPEN-DT                 PIC X(10).
           05  WUATT-DUE-DT                  PIC X(10).
           05  WUATT-DCSN-CD                 PIC X(01).
               88  WUATT-DCSN-PENDING               VALUE 'P'.
               88  WUATT-DCSN-CONFIRMED             VALUE 'C'.
               88  WUATT-DCSN-REVOKED               VALUE 'R'.
               88  WUATT-DCSN-EXPIRED               VALUE 'X'.
           05  WUATT-DCSN-USER-ID            PIC X(08).
           05  WUATT-DCSN-DT                 PIC X(10).
           05  WUATT-DCSN-TIME               PIC X(08).
           05  WUATT-DCSN-TERM-ID            PIC X(08).
           05  WUATT-DCSN-RSN-TXT            PIC X(40).
           05  FILLER                        PIC X(20).
