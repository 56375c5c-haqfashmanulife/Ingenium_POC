      *****************************************************************
      **  MEMBER :  CCWLRDST                                         **
      **  REMARKS:  PARAMETER AREA FOR THE REPORT DISTRIBUTION RULE  **
      **            MAINTENANCE MODULE (ZSRQRDST):                   **
      **              'RI'/'RA'/'RC'/'RD' - INQUIRE, ADD, CHANGE     **
      **                                    OR DELETE A RULE         **
      **              'RN' - NEXT RULE AFTER THE GIVEN REPORT AND    **
      **                     BURST KEY                               **
      **            A BLANK BURST KEY IS THE REPORT'S OWN RULE; A    **
      **            BRANCH OR AGENT ID IS A DESTINATION OVERRIDE     **
      **            FOR THAT PIECE AND NEEDS THE REPORT RULE FIRST.  **
      **            EVERY ADD, CHANGE AND DELETE IS WRITTEN TO THE   **
      **            CONFIGURATION AUDIT TRAIL FIRST; '06' MEANS IT   **
      **            COULD NOT BE AND THE RULE WAS NOT CHANGED.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51296**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LRDST-PARM-INFO.
           05  LRDST-FUNCTION-CD            PIC X(02).
               88  LRDST-FUNCTION-INQUIRE             VALUE 'RI'.
               88  LRDST-FUNCTION-ADD                 VALUE 'RA'.
               88  LRDST-FUNCTION-CHANGE              VALUE 'RC'.
               88  LRDST-FUNCTION-DELETE              VALUE 'RD'.
               88  LRDST-FUNCTION-READNEXT            VALUE 'RN'.
           05  LRDST-RPT-ID                 PIC X(08).
           05  LRDST-BURST-KEY              PIC X(10).
           05  LRDST-RULE-DESC-TXT          PIC X(30).
           05  LRDST-BURST-TYP-CD           PIC X(01).
           05  LRDST-BRMP-TBL-TYP-ID        PIC X(05).
           05  LRDST-DEST-TYP-CD            PIC X(01).
           05  LRDST-PRTR-ID                PIC X(08).
           05  LRDST-MBOX-ADDR-TXT          PIC X(48).
           05  LRDST-LAST-CHG-USER-ID       PIC X(08).
           05  LRDST-LAST-CHG-DT            PIC X(10).
           05  LRDST-RETRN-CD               PIC X(02).
               88  LRDST-RETRN-OK                     VALUE '00'.
               88  LRDST-RETRN-NOTFND                 VALUE '01'.
               88  LRDST-RETRN-EOF                    VALUE '02'.
               88  LRDST-RETRN-DUPLICATE              VALUE '03'.
               88  LRDST-RETRN-NO-RPT-RULE            VALUE '04'.
               88  LRDST-RETRN-INVALID                VALUE '05'.
               88  LRDST-RETRN-NOT-AUDITED            VALUE '06'.
               88  LRDST-RETRN-NOTAUTH                VALUE '91'.
               88  LRDST-RETRN-ERROR                  VALUE '99'.
