      *****************************************************************
      **  MEMBER :  ZCSR931B                                         **
      **  REMARKS:  REJECTED SELF-DISCLOSURE RECORD (NS931B FILE,    **
      **            867 BYTES SINCE ZSBM931B) - ONE RECORD PER       **
      **            SELF-DISCLOSURE REJECTED AT NEW BUSINESS, LEAD   **
      **            BY THE POLICY IT WAS GIVEN FOR.  ONLY THE KEY,   **
      **            THE REJECTION DATE AND THE RETRY COUNT ARE       **
      **            BROKEN OUT; THE DISCLOSURE ITSELF IS CARRIED     **
      **            WHOLE.                                           **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51283**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  R931B-SEQ-REC-INFO.
           05  R931B-POL-ID                  PIC X(10).
           05  R931B-DSCLSR-INFO             PIC X(845).
           05  R931B-REJ-DT                  PIC X(10).
           05  R931B-RETRY-CNT               PIC 9(02).
