      *****************************************************************
      **  MEMBER :  CCWLSAIQ                                         **
      **  REMARKS:  PARAMETER AREA FOR THE SECURITY OFFICER'S        **
      **            SENSITIVE-DATA ACCESS HISTORY INQUIRY            **
      **            (ZSRQSAIQ).  ONE CLIENT AT A TIME, OLDEST FIRST: **
      **              'FR' - FIRST VIEW OF THE CLIENT ON OR AFTER    **
      **                     THE FROM DATE (BLANK = THE EARLIEST)    **
      **              'NX' - NEXT VIEW AFTER THE ONE RETURNED LAST   **
      **                     (THE ACCESS KEY IS PASSED BACK AS IS)   **
      **            A CATEGORY, WHEN GIVEN, RETURNS ONLY VIEWS OF    **
      **            THAT KIND OF DATA.                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51289**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LSAIQ-PARM-INFO.
           05  LSAIQ-FUNCTION-CD            PIC X(02).
               88  LSAIQ-FUNCTION-FIRST               VALUE 'FR'.
               88  LSAIQ-FUNCTION-NEXT                VALUE 'NX'.
           05  LSAIQ-CTGY-FILTER-CD         PIC X(02).
           05  LSAIQ-FROM-DT                PIC X(10).
           05  LSAIQ-ACCS-KEY.
               10  LSAIQ-CLI-ID             PIC X(10).
               10  LSAIQ-ACCS-DT            PIC X(10).
               10  LSAIQ-ACCS-TIME          PIC X(08).
               10  LSAIQ-SEQ-NUM            PIC 9(03).
           05  LSAIQ-USER-ID                PIC X(08).
           05  LSAIQ-TERM-ID                PIC X(04).
           05  LSAIQ-TRXN-ID                PIC X(04).
           05  LSAIQ-PGM-ID                 PIC X(08).
           05  LSAIQ-DATA-CTGY-CD           PIC X(02).
           05  LSAIQ-VIEW-TYP-CD            PIC X(01).
           05  LSAIQ-POL-ID                 PIC X(10).
           05  LSAIQ-REF-ID                 PIC X(12).
           05  LSAIQ-RETRN-CD               PIC X(02).
               88  LSAIQ-RETRN-OK                     VALUE '00'.
               88  LSAIQ-RETRN-EOF                    VALUE '02'.
               88  LSAIQ-RETRN-INVALID                VALUE '05'.
               88  LSAIQ-RETRN-NOTAUTH                VALUE '91'.
               88  LSAIQ-RETRN-ERROR                  VALUE '99'.
