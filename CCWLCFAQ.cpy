      *****************************************************************
      **  MEMBER :  CCWLCFAQ                                         **
      **  REMARKS:  PARAMETER AREA FOR THE CONFIGURATION AUDIT       **
      **            TRAIL INQUIRY MODULE (ZSRQCFAQ).  THE SEARCH     **
      **            FIELDS SELECT THE CHANGES, THE POSITION FIELDS   **
      **            ARE RETURNED WITH EACH CHANGE AND FED BACK       **
      **            UNCHANGED TO GET THE NEXT ONE:                   **
      **              'KF' - FIRST CHANGE TO A TABLE, OR TO ONE      **
      **                     ROW OF IT IF A ROW KEY IS GIVEN         **
      **              'KN' - NEXT CHANGE BY TABLE AND KEY            **
      **              'DF' - FIRST CHANGE MADE ON OR BETWEEN THE     **
      **                     DATES GIVEN, ALL TABLES OR ONE          **
      **              'DN' - NEXT CHANGE BY DATE                     **
      **            A BLANK TO-DATE MEANS THE FROM-DATE ONLY FOR     **
      **            A DATE SEARCH AND NO LIMIT FOR A KEY SEARCH.     **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51292**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  LCFAQ-PARM-INFO.
           05  LCFAQ-FUNCTION-CD             PIC X(02).
               88  LCFAQ-FUNCTION-KEY-FIRST         VALUE 'KF'.
               88  LCFAQ-FUNCTION-KEY-NEXT          VALUE 'KN'.
               88  LCFAQ-FUNCTION-DATE-FIRST        VALUE 'DF'.
               88  LCFAQ-FUNCTION-DATE-NEXT         VALUE 'DN'.
           05  LCFAQ-SRCH-TBL-ID             PIC X(04).
           05  LCFAQ-SRCH-ROW-KEY            PIC X(40).
           05  LCFAQ-SRCH-FROM-DT            PIC X(10).
           05  LCFAQ-SRCH-TO-DT              PIC X(10).
           05  LCFAQ-POSN-KEY.
               10  LCFAQ-TBL-ID              PIC X(04).
               10  LCFAQ-ROW-KEY             PIC X(40).
               10  LCFAQ-CHNG-DT             PIC X(10).
               10  LCFAQ-CHNG-TIME           PIC X(08).
               10  LCFAQ-SEQ-NUM             PIC 9(03).
           05  LCFAQ-ACTN-CD                 PIC X(01).
               88  LCFAQ-ACTN-CREATE                VALUE 'C'.
               88  LCFAQ-ACTN-UPDATE                VALUE 'U'.
               88  LCFAQ-ACTN-DELETE                VALUE 'D'.
               88  LCFAQ-ACTN-COPY                  VALUE 'K'.
           05  LCFAQ-USER-ID                 PIC X(08).
           05  LCFAQ-TERM-ID                 PIC X(08).
           05  LCFAQ-PGM-ID                  PIC X(08).
           05  LCFAQ-CO-ID                   PIC X(02).
           05  LCFAQ-SRCE-KEY                PIC X(40).
           05  LCFAQ-BEFORE-IMAGE            PIC X(400).
           05  LCFAQ-AFTER-IMAGE             PIC X(400).
           05  LCFAQ-RETRN-CD                PIC X(02).
               88  LCFAQ-RETRN-OK                   VALUE '00'.
               88  LCFAQ-RETRN-NOTFND               VALUE '01'.
               88  LCFAQ-RETRN-EOF                  VALUE '02'.
               88  LCFAQ-RETRN-INVALID              VALUE '05'.
               88  LCFAQ-RETRN-NOTAUTH              VALUE '91'.
               88  LCFAQ-RETRN-ERROR                VALUE '99'.
