      *****************************************************************
      **  MEMBER :  CCWLASGN                                         **
      **  REMARKS:  PARAMETER AREA FOR THE POLICY ASSIGNMENT         **
      **            REGISTER MAINTENANCE MODULE (ZSRQASGN).  'AD'    **
      **            REGISTERS AN ASSIGNMENT UNDER THE NEXT SEQUENCE  **
      **            NUMBER, 'CH' CHANGES ONE, 'RL' RELEASES IT,      **
      **            'CN' RECORDS THE ASSIGNEE'S CONSENT TO PAYOUTS,  **
      **            'CW' WITHDRAWS THAT CONSENT, 'IQ' INQUIRES AND   **
      **            'RN' PAGES THROUGH THE POLICY'S ASSIGNMENTS IN   **
      **            SEQUENCE ORDER.                                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51276**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LASGN-PARM-INFO.
           05  LASGN-FUNCTION-CD            PIC X(02).
               88  LASGN-FUNCTION-ADD                 VALUE 'AD'.
               88  LASGN-FUNCTION-CHANGE              VALUE 'CH'.
               88  LASGN-FUNCTION-RELEASE             VALUE 'RL'.
               88  LASGN-FUNCTION-CONSENT             VALUE 'CN'.
               88  LASGN-FUNCTION-WITHDRAW            VALUE 'CW'.
               88  LASGN-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LASGN-FUNCTION-READNEXT            VALUE 'RN'.
           05  LASGN-POL-ID                 PIC X(10).
           05  LASGN-SEQ-NUM                PIC 9(03).
           05  LASGN-STAT-CD                PIC X(01).
           05  LASGN-ASGNE-TYP-CD           PIC X(01).
               88  LASGN-ASGNE-CLIENT                 VALUE 'C'.
               88  LASGN-ASGNE-FIN-INST               VALUE 'F'.
           05  LASGN-ASGNE-CLI-ID           PIC X(10).
           05  LASGN-ASGNE-FI-ID            PIC X(04).
           05  LASGN-ASGNE-NM               PIC X(50).
           05  LASGN-SECR-AMT               PIC S9(13)V99 COMP-3.
           05  LASGN-REG-DT                 PIC X(10).
           05  LASGN-REG-DOC-REF-ID         PIC X(20).
           05  LASGN-RLSE-DT                PIC X(10).
           05  LASGN-RLSE-DOC-REF-ID        PIC X(20).
           05  LASGN-CNSNT-DT               PIC X(10).
           05  LASGN-CNSNT-EXPRY-DT         PIC X(10).
           05  LASGN-CNSNT-DOC-REF-ID       PIC X(20).
           05  LASGN-LAST-CHG-USER-ID       PIC X(08).
           05  LASGN-LAST-CHG-DT            PIC X(10).
           05  LASGN-RETRN-CD               PIC X(02).
               88  LASGN-RETRN-OK                     VALUE '00'.
               88  LASGN-RETRN-NOTFND                 VALUE '01'.
               88  LASGN-RETRN-EOF                    VALUE '02'.
               88  LASGN-RETRN-DUPLICATE              VALUE '03'.
               88  LASGN-RETRN-INVALID                VALUE '05'.
               88  LASGN-RETRN-RELEASED               VALUE '06'.
               88  LASGN-RETRN-NOTAUTH                VALUE '91'.
               88  LASGN-RETRN-ERROR                  VALUE '99'.
