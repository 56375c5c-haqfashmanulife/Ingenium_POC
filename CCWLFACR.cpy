      *****************************************************************
      **  MEMBER :  CCWLFACR                                         **
      **  REMARKS:  PARAMETER AREA FOR THE FACULTATIVE REINSURANCE   **
      **            CASE MODULE (ZSRQFACR).  A ROW IS ONE            **
      **            APPLICATION COVERAGE SUBMITTED TO ONE REINSURER. **
      **              'SB' - SUBMIT THE PENDING APPLICATION'S        **
      **                     COVERAGE TO THE REINSURER FOR THE       **
      **                     REQUESTED AMOUNT                        **
      **              'OF' - RECORD THE REINSURER'S OFFER - AMOUNT,  **
      **                     RATING, EXPIRY DATE AND AGREEMENT       **
      **              'DC' - RECORD THE REINSURER'S DECLINE          **
      **              'AC' - ACCEPT THE OFFER; THE COVERAGE'S OTHER  **
      **                     OPEN ROWS ARE WITHDRAWN                 **
      **              'IQ' - THE ROW FOR THE GIVEN KEY               **
      **              'NX' - THE POLICY'S NEXT ROW AFTER THE GIVEN   **
      **                     KEY                                     **
      **              'IS' - CALLED AT ISSUE: WRITES THE COVERAGE'S  **
      **                     ACCEPTED TERMS TO ITS CVG-REINS DETAILS **
      **                     AND RETURNS THE ACCEPTED ROW            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51302**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LFACR-PARM-INFO.
           05  LFACR-FUNCTION-CD            PIC X(02).
               88  LFACR-FUNCTION-SUBMIT              VALUE 'SB'.
               88  LFACR-FUNCTION-OFFER               VALUE 'OF'.
               88  LFACR-FUNCTION-DECLINE             VALUE 'DC'.
               88  LFACR-FUNCTION-ACCEPT              VALUE 'AC'.
               88  LFACR-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LFACR-FUNCTION-NEXT                VALUE 'NX'.
               88  LFACR-FUNCTION-ISSUE               VALUE 'IS'.
           05  LFACR-POL-ID                 PIC X(10).
           05  LFACR-CVG-NUM                PIC X(02).
           05  LFACR-REINSR-ID              PIC X(05).
           05  LFACR-FACE-AMT               PIC S9(13)V99 COMP-3.
           05  LFACR-RQST-AMT               PIC S9(13)V99 COMP-3.
           05  LFACR-SUBMIT-DT              PIC X(10).
           05  LFACR-STAT-CD                PIC X(01).
           05  LFACR-OFFER-AMT              PIC S9(13)V99 COMP-3.
           05  LFACR-OFFER-RTG-CD           PIC X(04).
           05  LFACR-OFFER-RECV-DT          PIC X(10).
           05  LFACR-OFFER-XPRY-DT          PIC X(10).
           05  LFACR-TRTY-NUM               PIC X(06).
           05  LFACR-CED-PCT                PIC S9(03)V99 COMP-3.
           05  LFACR-ACPT-DT                PIC X(10).
           05  LFACR-APPLY-DT               PIC X(10).
           05  LFACR-CLOS-DT                PIC X(10).
           05  LFACR-LAST-CHG-USER-ID       PIC X(08).
           05  LFACR-LAST-CHG-DT            PIC X(10).
           05  LFACR-RETRN-CD               PIC X(02).
               88  LFACR-RETRN-OK                     VALUE '00'.
               88  LFACR-RETRN-NOTFND                 VALUE '01'.
               88  LFACR-RETRN-EOF                    VALUE '02'.
               88  LFACR-RETRN-DUPKEY                 VALUE '03'.
               88  LFACR-RETRN-NOT-PENDING            VALUE '04'.
               88  LFACR-RETRN-INVALID                VALUE '05'.
               88  LFACR-RETRN-WRONG-STAT             VALUE '06'.
               88  LFACR-RETRN-ALREADY-ACPT           VALUE '07'.
               88  LFACR-RETRN-OFFER-EXPIRED          VALUE '08'.
               88  LFACR-RETRN-CASE-OPEN              VALUE '09'.
               88  LFACR-RETRN-NOTAUTH                VALUE '91'.
               88  LFACR-RETRN-ERROR                  VALUE '99'.
