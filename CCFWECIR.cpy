      *****************************************************************
      **  MEMBER :  CCFWECIR                                         **
      **  REMARKS:  FD AND RECORD FOR THE TAX-CERTIFICATE DELIVERY   **
      **            REGISTER (ECIR).  KEYED LIKE THE CERTIFICATE     **
      **            ITSELF - POLICY, TAX YEAR AND CERTIFICATE TYPE - **
      **            AND CARRYING THE ELECTRONIC DOCUMENT THE         **
      **            CERTIFICATE WAS ISSUED IN.                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51262**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  ECIR-FILE
           LABEL RECORDS ARE STANDARD.

       01  WECIR-REC-INFO.
           05  WECIR-KEY.
               10  WECIR-POL-ID              PIC X(10).
               10  WECIR-TAX-YR              PIC 9(04).
               10  WECIR-CERT-TYP-CD         PIC X(01).
                   88  WECIR-CERT-GENERAL           VALUE 'G'.
                   88  WECIR-CERT-NURSING           VALUE 'N'.
           05  WECIR-CLI-ID                  PIC X(10).
           05  WECIR-DLVR-CHNL-CD            PIC X(01).
               88  WECIR-DLVR-ELECTRONIC            VALUE 'E'.
               88  WECIR-DLVR-PAPER                 VALUE 'P'.
           05  WECIR-ISS-DT                  PIC X(10).
           05  WECIR-DOC-ID                  PIC X(20).
           05  WECIR-CERT-PREM-AMT           PIC 9(11)V99.
           05  WECIR-LAST-CHG-USER-ID        PIC X(08).
           05  WECIR-LAST-CHG-DT             PIC X(10).
