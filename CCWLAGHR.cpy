      *****************************************************************
      **  MEMBER :  CCWLAGHR                                         **
      **  REMARKS:  PARAMETER AREA FOR THE AGENCY HIERARCHY MODULE   **
      **            (ZSRQAGHR).                                      **
      **              'IQ' - THE AGENT'S ROW IN EFFECT ON THE GIVEN  **
      **                     DATE (SPACES - TODAY)                   **
      **              'AD' - ADD A ROW EFFECTIVE ON THE GIVEN DATE   **
      **              'CH' - CHANGE THE ROW EFFECTIVE ON THE GIVEN   **
      **                     DATE                                    **
      **              'DL' - DELETE THE ROW EFFECTIVE ON THE GIVEN   **
      **                     DATE                                    **
      **              'NX' - THE AGENT'S NEXT ROW AFTER THE GIVEN    **
      **                     EFFECTIVE DATE                          **
      **            THE UPLINE MUST BE IN THE HIERARCHY ON THE       **
      **            EFFECTIVE DATE AS A MANAGER SENIOR TO THE ROLE   **
      **            BEING SET; AN AGENT MUST HAVE ONE.               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51299**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LAGHR-PARM-INFO.
           05  LAGHR-FUNCTION-CD            PIC X(02).
               88  LAGHR-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LAGHR-FUNCTION-ADD                 VALUE 'AD'.
               88  LAGHR-FUNCTION-CHANGE              VALUE 'CH'.
               88  LAGHR-FUNCTION-DELETE              VALUE 'DL'.
               88  LAGHR-FUNCTION-NEXT                VALUE 'NX'.
           05  LAGHR-AGT-ID                 PIC X(06).
           05  LAGHR-EFF-DT                 PIC X(10).
           05  LAGHR-ROLE-CD                PIC X(01).
           05  LAGHR-UPLN-AGT-ID            PIC X(06).
           05  LAGHR-UPLN-ROLE-CD           PIC X(01).
           05  LAGHR-SO-ID                  PIC X(03).
           05  LAGHR-LAST-CHG-USER-ID       PIC X(08).
           05  LAGHR-LAST-CHG-DT            PIC X(10).
           05  LAGHR-RETRN-CD               PIC X(02).
               88  LAGHR-RETRN-OK                     VALUE '00'.
               88  LAGHR-RETRN-NOTFND                 VALUE '01'.
               88  LAGHR-RETRN-EOF                    VALUE '02'.
               88  LAGHR-RETRN-DUPKEY                 VALUE '03'.
               88  LAGHR-RETRN-INVALID                VALUE '05'.
               88  LAGHR-RETRN-BAD-UPLINE             VALUE '06'.
               88  LAGHR-RETRN-NOTAUTH                VALUE '91'.
               88  LAGHR-RETRN-ERROR                  VALUE '99'.
