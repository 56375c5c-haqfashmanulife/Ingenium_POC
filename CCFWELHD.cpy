      *****************************************************************
      **  MEMBER :  CCFWELHD                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE ELDERLY             **
      **            CONFIRMATION HOLD FILE (ELHD).  SEE CCFHELHD.    **
      **            A HOLD IS PLACED PENDING 'P' WITH THE REQUESTING **
      **            PROGRAM AND AN IMAGE OF ITS PARAMETER AREA.  THE **
      **            LAST CONFIRMATION CALL IS KEPT ON THE HOLD (EACH **
      **            CALL IS ALSO LOGGED TO ZCSRELCL).  A RELEASED    **
      **            'R' HOLD IS RE-DRIVEN THROUGH THE REQUESTING     **
      **            PROGRAM AND MARKED EXECUTED 'X' WHEN THE HOLD    **
      **            CHECK LETS IT THROUGH; A CANCELLED HOLD IS 'C'.  **
      **            AN AGE OF 999 MEANS THE CLIENT'S BIRTH DATE WAS  **
      **            MISSING OR INVALID AND THE HOLD WAS PLACED TO BE **
      **            SAFE.                                            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51287**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  ELHD-FILE
           LABEL RECORDS ARE STANDARD.

       01  WELHD-REC-INFO.
           05  WELHD-KEY.
               10  WELHD-CLI-ID              PIC X(10).
               10  WELHD-TXN-TYP-CD          PIC X(02).
                   88  WELHD-TXN-SURRENDER          VALUE 'SU'.
                   88  WELHD-TXN-LOAN               VALUE 'LN'.
                   88  WELHD-TXN-BENEFICIARY        VALUE 'BN'.
                   88  WELHD-TXN-BANK-ACCT          VALUE 'BK'.
               10  WELHD-POL-ID              PIC X(10).
               10  WELHD-HOLD-DT             PIC X(10).
               10  WELHD-SEQ-NUM             PIC 9(03).
           05  WELHD-CLI-AGE                 PIC 9(03).
           05  WELHD-RQST-USER-ID            PIC X(08).
           05  WELHD-RQST-PGM-ID             PIC X(08).
           05  WELHD-HOLD-STAT-CD            PIC X(01).
               88  WELHD-STAT-PENDING               VALUE 'P'.
               88  WELHD-STAT-RELEASED              VALUE 'R'.
               88  WELHD-STAT-EXECUTED              VALUE 'X'.
               88  WELHD-STAT-CANCELLED             VALUE 'C'.
           05  WELHD-CALL-CNT                PIC 9(03).
           05  WELHD-LAST-CALL-INFO.
               10  WELHD-CALL-DT             PIC X(10).
               10  WELHD-CALLED-NM           PIC X(40).
               10  WELHD-CALLED-REL-CD       PIC X(02).
                   88  WELHD-REL-SELF               VALUE 'SE'.
                   88  WELHD-REL-SPOUSE             VALUE 'SP'.
                   88  WELHD-REL-CHILD              VALUE 'CH'.
                   88  WELHD-REL-OTHER-FAMILY       VALUE 'OF'.
                   88  WELHD-REL-VALID              VALUE 'SE' 'SP'
                                                          'CH' 'OF'.
               10  WELHD-CALL-OUTCOME-CD     PIC X(02).
                   88  WELHD-OUTCOME-CONFIRMED      VALUE 'CF'.
                   88  WELHD-OUTCOME-DECLINED       VALUE 'DC'.
                   88  WELHD-OUTCOME-NO-REPLY       VALUE 'NR'.
                   88  WELHD-OUTCOME-VALID          VALUE 'CF' 'DC'
                                                          'NR'.
               10  WELHD-CALL-USER-ID        PIC X(08).
           05  WELHD-RSLV-DT                 PIC X(10).
           05  WELHD-RSLV-USER-ID            PIC X(08).
           05  WELHD-EXEC-DT                 PIC X(10).
           05  WELHD-PARM-LEN                PIC 9(04).
           05  WELHD-PARM-IMAGE              PIC X(1000).
