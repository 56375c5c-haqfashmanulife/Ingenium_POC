      *****************************************************************
      **  MEMBER :  CCWLCPRF                                         **
      **  REMARKS:  PARAMETER AREA FOR THE CLIENT COMMUNICATION      **
      **            PREFERENCE MODULE (ZSRQCPRF).                    **
      **              'IQ' - PREFERENCE FOR A CLIENT AND CATEGORY    **
      **              'AD' - ADD A PREFERENCE ROW                    **
      **              'CH' - CHANGE A PREFERENCE ROW                 **
      **              'DL' - DELETE A PREFERENCE ROW                 **
      **              'NX' - NEXT ROW FOR THE CLIENT AFTER THE GIVEN **
      **                     CATEGORY                                **
      **              'HN' - NEXT HISTORY ROW FOR THE CLIENT AND     **
      **                     CATEGORY AFTER THE GIVEN DATE AND       **
      **                     SEQUENCE                                **
      **            CATEGORY '**' IS THE CLIENT'S DEFAULT FOR ANY    **
      **            CATEGORY WITHOUT A ROW OF ITS OWN.               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51297**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LCPRF-PARM-INFO.
           05  LCPRF-FUNCTION-CD            PIC X(02).
               88  LCPRF-FUNCTION-INQUIRE             VALUE 'IQ'.
               88  LCPRF-FUNCTION-ADD                 VALUE 'AD'.
               88  LCPRF-FUNCTION-CHANGE              VALUE 'CH'.
               88  LCPRF-FUNCTION-DELETE              VALUE 'DL'.
               88  LCPRF-FUNCTION-NEXT                VALUE 'NX'.
               88  LCPRF-FUNCTION-HIST-NEXT           VALUE 'HN'.
           05  LCPRF-CLI-ID                 PIC X(10).
           05  LCPRF-DOC-CAT-CD             PIC X(02).
           05  LCPRF-CHNL-CD                PIC X(01).
           05  LCPRF-EMAIL-ADDR-TXT         PIC X(80).
           05  LCPRF-MOBL-PHON-NUM          PIC X(15).
           05  LCPRF-CNSNT-DT               PIC X(10).
           05  LCPRF-CNSNT-SRC-CD           PIC X(01).
           05  LCPRF-BNC-CNT                PIC 9(03).
           05  LCPRF-LAST-BNC-DT            PIC X(10).
           05  LCPRF-REVRT-DT               PIC X(10).
           05  LCPRF-PRIOR-CHNL-CD          PIC X(01).
           05  LCPRF-LAST-CHG-USER-ID       PIC X(08).
           05  LCPRF-LAST-CHG-DT            PIC X(10).
           05  LCPRF-HIST-INFO.
               10  LCPRF-HIST-CHG-DT        PIC X(10).
               10  LCPRF-HIST-SEQ-NUM       PIC 9(03).
               10  LCPRF-HIST-ACTN-CD       PIC X(01).
               10  LCPRF-HIST-OLD-CHNL-CD   PIC X(01).
               10  LCPRF-HIST-NEW-CHNL-CD   PIC X(01).
               10  LCPRF-HIST-EMAIL-ADDR-TXT
                                            PIC X(80).
               10  LCPRF-HIST-MOBL-PHON-NUM PIC X(15).
               10  LCPRF-HIST-CNSNT-DT      PIC X(10).
               10  LCPRF-HIST-CNSNT-SRC-CD  PIC X(01).
               10  LCPRF-HIST-CHG-USER-ID   PIC X(08).
           05  LCPRF-RETRN-CD               PIC X(02).
               88  LCPRF-RETRN-OK                     VALUE '00'.
               88  LCPRF-RETRN-NOTFND                 VALUE '01'.
               88  LCPRF-RETRN-EOF                    VALUE '02'.
               88  LCPRF-RETRN-DUPKEY                 VALUE '03'.
               88  LCPRF-RETRN-INVALID                VALUE '05'.
               88  LCPRF-RETRN-NOTAUTH                VALUE '91'.
               88  LCPRF-RETRN-ERROR                  VALUE '99'.
