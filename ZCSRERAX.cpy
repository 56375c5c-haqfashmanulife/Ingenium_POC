      *****************************************************************
      **  MEMBER :  ZCSRERAX                                         **
      **  REMARKS:  EMPEROR-FORMAT DATE EXTRACT - ONE RECORD PER     **
      **            STORED OR PRINTED JAPANESE-ERA DATE, WITH THE    **
      **            WESTERN DATE IT STANDS FOR WHERE THE SOURCE      **
      **            KEEPS ONE.  INPUT TO THE WRONG-ERA REPORT        **
      **            ZSBMERAR.                                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51260**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RERAX-SEQ-REC-INFO.
           05  RERAX-SRC-CD                  PIC X(04).
           05  RERAX-REC-KEY                 PIC X(20).
           05  RERAX-FLD-NM                  PIC X(18).
           05  RERAX-INT-DT                  PIC X(10).
           05  RERAX-INT-DT-R                REDEFINES RERAX-INT-DT.
               10  RERAX-INT-YR              PIC 9(04).
               10  FILLER                    PIC X(01).
               10  RERAX-INT-MO              PIC 9(02).
               10  FILLER                    PIC X(01).
               10  RERAX-INT-DY              PIC 9(02).
           05  RERAX-STORED-ERA-NUM          PIC 9(01).
           05  RERAX-STORED-ERA-YY           PIC 9(02).
           05  RERAX-STORED-ERA-MM           PIC 9(02).
           05  RERAX-STORED-ERA-DD           PIC 9(02).
           05  RERAX-RNDR-TXT                PIC X(30).
