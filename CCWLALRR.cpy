      *****************************************************************
      **  MEMBER :  CCWLALRR                                         **
      **  REMARKS:  PARAMETER AREA FOR THE BATCH ALERT ROUTING       **
      **            RULE MAINTENANCE MODULE (ZSRQALRR):              **
      **              'RI'/'RA'/'RC'/'RD' - INQUIRE, ADD, CHANGE     **
      **                                    OR DELETE A RULE         **
      **              'RN' - NEXT RULE AFTER THE GIVEN AREA AND      **
      **                     SEVERITY                                **
      **            AREA '**' IS THE DEFAULT RULE FOR A SEVERITY.    **
      **            EVERY ADD, CHANGE AND DELETE IS WRITTEN TO THE   **
      **            CONFIGURATION AUDIT TRAIL FIRST; '06' MEANS IT   **
      **            COULD NOT BE AND THE RULE WAS NOT CHANGED.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51294**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LALRR-PARM-INFO.
           05  LALRR-FUNCTION-CD            PIC X(02).
               88  LALRR-FUNCTION-INQUIRE             VALUE 'RI'.
               88  LALRR-FUNCTION-ADD                 VALUE 'RA'.
               88  LALRR-FUNCTION-CHANGE              VALUE 'RC'.
               88  LALRR-FUNCTION-DELETE              VALUE 'RD'.
               88  LALRR-FUNCTION-READNEXT            VALUE 'RN'.
           05  LALRR-APPL-AREA-CD           PIC X(02).
           05  LALRR-SEV-CD                 PIC X(01).
           05  LALRR-RULE-DESC-TXT          PIC X(30).
           05  LALRR-ACK-WAIT-MINS          PIC 9(03).
           05  LALRR-CNTCT-INFO             OCCURS 5 TIMES.
               10  LALRR-CNTCT-NM           PIC X(20).
               10  LALRR-CNTCT-CHNL-CD      PIC X(01).
               10  LALRR-CNTCT-ADDR-TXT     PIC X(48).
           05  LALRR-RULE-STAT-CD           PIC X(01).
           05  LALRR-LAST-CHG-USER-ID       PIC X(08).
           05  LALRR-LAST-CHG-DT            PIC X(10).
           05  LALRR-RETRN-CD               PIC X(02).
               88  LALRR-RETRN-OK                     VALUE '00'.
               88  LALRR-RETRN-NOTFND                 VALUE '01'.
               88  LALRR-RETRN-EOF                    VALUE '02'.
               88  LALRR-RETRN-DUPLICATE              VALUE '03'.
               88  LALRR-RETRN-INVALID                VALUE '05'.
               88  LALRR-RETRN-NOT-AUDITED            VALUE '06'.
               88  LALRR-RETRN-NOTAUTH                VALUE '91'.
               88  LALRR-RETRN-ERROR                  VALUE '99'.
