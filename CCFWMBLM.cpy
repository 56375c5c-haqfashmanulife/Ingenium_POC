      *****************************************************************
      **  MEMBER :  CCFWMBLM                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE MEDICAL BENEFIT     **
      **            LIMIT MASTER (MBLM).  SEE CCFHMBLM.  A LIMIT OF  **
      **            ZERO MEANS THE BENEFIT HAS NO SUCH LIMIT.        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  MBLM-FILE
           LABEL RECORDS ARE STANDARD.

       01  WMBLM-REC-INFO.
           05  WMBLM-KEY.
               10  WMBLM-PLAN-ID             PIC X(06).
               10  WMBLM-BNFT-TYP-CD         PIC X(02).
                   88  WMBLM-BNFT-HOSPITAL          VALUE 'HS'.
                   88  WMBLM-BNFT-SURGERY           VALUE 'SG'.
           05  WMBLM-ADMIT-LMT-CNT           PIC 9(05).
           05  WMBLM-LIFE-LMT-CNT            PIC 9(05).
           05  WMBLM-LAST-CHG-USER-ID        PIC X(08).
           05  WMBLM-LAST-CHG-DT             PIC X(10).
