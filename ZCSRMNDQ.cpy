      *****************************************************************
      **  MEMBER :  ZCSRMNDQ                                         **
      **  REMARKS:  RECORD FOR THE ZENGIN-FORMAT ACCOUNT TRANSFER    **
      **            REGISTRATION FILE (120 BYTES).  ONE HEADER, ONE  **
      **            DATA RECORD PER MANDATE, A TRAILER WITH THE DATA **
      **            RECORD COUNT AND AN END RECORD.  WRITTEN BY      **
      **            ZSBMMNDS AS THE REQUEST TO THE BANK; THE BANK    **
      **            RETURNS THE SAME LAYOUT WITH THE RESULT CODE     **
      **            SET ON EACH DATA RECORD, READ BY ZSBMMNDR.  THE  **
      **            CUSTOMER NUMBER CARRIES THE MANDATE KEY.         **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51298**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RMNDQ-SEQ-REC-INFO.
           05  RMNDQ-REC-TYP-CD              PIC X(01).
               88  RMNDQ-REC-HEADER                VALUE '1'.
               88  RMNDQ-REC-DATA                  VALUE '2'.
               88  RMNDQ-REC-TRAILER               VALUE '8'.
               88  RMNDQ-REC-END                   VALUE '9'.
           05  RMNDQ-REC-BODY                PIC X(119).
      *
      * HEADER RECORD
      *
           05  RMNDQ-HDR-BODY REDEFINES RMNDQ-REC-BODY.
               10  RMNDQ-HDR-KIND-CD         PIC X(02).
               10  RMNDQ-HDR-CODE-CLS-CD     PIC X(01).
               10  RMNDQ-HDR-CONSGNR-CD      PIC X(10).
               10  RMNDQ-HDR-CONSGNR-NM      PIC X(40).
               10  RMNDQ-HDR-CRT-DT          PIC X(08).
               10  FILLER                    PIC X(58).
      *
      * DATA RECORD
      *
           05  RMNDQ-DTL-BODY REDEFINES RMNDQ-REC-BODY.
               10  RMNDQ-DTL-BANK-ID         PIC X(04).
               10  RMNDQ-DTL-BANK-NM         PIC X(15).
               10  RMNDQ-DTL-BANK-BRANCH-ID  PIC X(03).
               10  RMNDQ-DTL-BRANCH-NM       PIC X(15).
               10  FILLER                    PIC X(04).
               10  RMNDQ-DTL-ACCT-TYP-CD     PIC X(01).
               10  RMNDQ-DTL-ACCT-NUM        PIC X(09).
               10  RMNDQ-DTL-ACCT-HLDR-NM    PIC X(30).
               10  RMNDQ-DTL-RQST-TYP-CD     PIC X(01).
                   88  RMNDQ-DTL-RQST-NEW          VALUE '1'.
                   88  RMNDQ-DTL-RQST-CHANGE       VALUE '2'.
               10  RMNDQ-DTL-CUST-NUM.
                   15  RMNDQ-DTL-POL-ID      PIC X(10).
                   15  RMNDQ-DTL-SEQ-NUM     PIC 9(03).
                   15  FILLER                PIC X(07).
               10  RMNDQ-DTL-RSLT-CD         PIC X(01).
                   88  RMNDQ-DTL-RSLT-ACCEPTED     VALUE '0'.
                   88  RMNDQ-DTL-RSLT-NO-ACCT      VALUE '1'.
                   88  RMNDQ-DTL-RSLT-ACCT-CLOSED  VALUE '2'.
                   88  RMNDQ-DTL-RSLT-NAME-DIFF    VALUE '3'.
                   88  RMNDQ-DTL-RSLT-SEAL-DIFF    VALUE '4'.
                   88  RMNDQ-DTL-RSLT-FORM-INCOMPL VALUE '8'.
                   88  RMNDQ-DTL-RSLT-OTHER        VALUE '9'.
                   88  RMNDQ-DTL-RSLT-NONE         VALUE ' '.
               10  FILLER                    PIC X(16).
      *
      * TRAILER RECORD
      *
           05  RMNDQ-TRL-BODY REDEFINES RMNDQ-REC-BODY.
               10  RMNDQ-TRL-REC-CNT-TXT     PIC X(06).
               10  RMNDQ-TRL-REC-CNT REDEFINES
                   RMNDQ-TRL-REC-CNT-TXT     PIC 9(06).
               10  FILLER                    PIC X(113).
