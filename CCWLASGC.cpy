      *****************************************************************
      **  MEMBER :  CCWLASGC                                         **
      **  REMARKS:  PARAMETER AREA FOR THE ASSIGNED-POLICY PAYOUT    **
      **            CHECK (ZSRQASGC).  THE CALLER SUPPLIES THE       **
      **            POLICY AND THE PAYOUT DATE (BLANK = PROCESS      **
      **            DATE); THE MODULE RETURNS WHETHER THE PAYOUT IS  **
      **            FREE (NO ACTIVE ASSIGNMENT), CONSENTED (EVERY    **
      **            ACTIVE ASSIGNEE HAS CONSENT ON FILE FOR THE      **
      **            DATE) OR HELD, WITH THE ACTIVE COUNT, THE TOTAL  **
      **            SECURED AMOUNT AND THE ASSIGNEE TO CONTACT.  A   **
      **            REGISTER THAT CANNOT BE READ RETURNS HELD.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51276**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LASGC-PARM-INFO.
           05  LASGC-POL-ID                 PIC X(10).
           05  LASGC-EFF-DT                 PIC X(10).
           05  LASGC-PAYOUT-SW              PIC X(01).
               88  LASGC-PAYOUT-FREE                  VALUE 'F'.
               88  LASGC-PAYOUT-CONSENTED             VALUE 'C'.
               88  LASGC-PAYOUT-HELD                  VALUE 'H'.
           05  LASGC-ACTV-CNT               PIC 9(03).
           05  LASGC-SECR-AMT               PIC S9(13)V99 COMP-3.
           05  LASGC-SEQ-NUM                PIC 9(03).
           05  LASGC-ASGNE-TYP-CD           PIC X(01).
           05  LASGC-ASGNE-CLI-ID           PIC X(10).
           05  LASGC-ASGNE-FI-ID            PIC X(04).
           05  LASGC-ASGNE-NM               PIC X(50).
           05  LASGC-RETRN-CD               PIC X(02).
               88  LASGC-RETRN-OK                     VALUE '00'.
               88  LASGC-RETRN-ERROR                  VALUE '99'.
