      *****************************************************************
      **  MEMBER :  ZCSRSHCH                                         **
      **  REMARKS:  STATUTORY PAYMENT RECORD (SHIHARAI CHOSHO)       **
      **            FILING RECORD, IN THE TAX OFFICE'S FIXED-LENGTH  **
      **            ELECTRONIC SUBMISSION FORMAT.  ONE HEADER, ONE   **
      **            DETAIL PER REPORTABLE PAYMENT AND ONE TRAILER    **
      **            WITH THE RECORD COUNT AND TOTAL AMOUNT.  WRITTEN **
      **            BY THE YEAR-END RUN ZSBMSHCH.  AMOUNTS ARE       **
      **            WHOLE YEN.                                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51261**  15OCT26  CTS    INITIAL VERSION                            **
S51277**  15OCT26  CTS    PREMIUM PAYER AND THE PREMIUMS THE PAYEE   **
S51277**                  PAID AS POLICYHOLDER ADDED TO THE DETAIL   **
S51309**  15OCT26  CTS    CASH-BACK BONUS LEFT ON DEPOSIT TYPE       **
      *****************************************************************

       01  RSHCH-SEQ-REC-INFO.
           05  RSHCH-REC-TYP-CD              PIC X(01).
               88  RSHCH-REC-HEADER                 VALUE '1'.
               88  RSHCH-REC-DETAIL                 VALUE '2'.
               88  RSHCH-REC-TRAILER                VALUE '9'.
           05  RSHCH-TAX-YR                  PIC 9(04).
           05  RSHCH-DETAIL-INFO.
               10  RSHCH-PMT-TYP-CD          PIC X(02).
                   88  RSHCH-PMT-MATURITY           VALUE 'MT'.
                   88  RSHCH-PMT-SURRENDER          VALUE 'SV'.
                   88  RSHCH-PMT-DEATH              VALUE 'DT'.
                   88  RSHCH-PMT-ANNUITY            VALUE 'AN'.
S51309             88  RSHCH-PMT-CBB-DEPOSIT        VALUE 'CB'.
               10  RSHCH-PAYEE-MYNO          PIC X(12).
               10  RSHCH-PAYEE-KANA-NM       PIC X(40).
               10  RSHCH-PAYEE-KANJI-NM      PIC X(40).
               10  RSHCH-PAYEE-POST-CD       PIC X(08).
               10  RSHCH-PAYEE-ADDR-TXT      PIC X(60).
               10  RSHCH-HLDR-KANA-NM        PIC X(40).
               10  RSHCH-HLDR-REL-CD         PIC X(01).
                   88  RSHCH-HLDR-IS-PAYEE          VALUE '1'.
                   88  RSHCH-HLDR-NOT-PAYEE         VALUE '2'.
               10  RSHCH-POL-ID              PIC X(10).
               10  RSHCH-PMT-DT              PIC X(10).
               10  RSHCH-PMT-AMT             PIC 9(11).
               10  RSHCH-PREM-PD-AMT         PIC 9(11).
S51277         10  RSHCH-PREM-PAYER-CD       PIC X(01).
S51277             88  RSHCH-PAYER-IS-PAYEE         VALUE '1'.
S51277             88  RSHCH-PAYER-NOT-PAYEE        VALUE '2'.
S51277             88  RSHCH-PAYER-SHARED           VALUE '3'.
S51277         10  RSHCH-PAYEE-PREM-PD-AMT   PIC 9(11).
           05  RSHCH-HEADER-INFO
                               REDEFINES RSHCH-DETAIL-INFO.
               10  RSHCH-PAYER-CO-NM         PIC X(40).
               10  RSHCH-CRTE-DT             PIC X(10).
S51277         10  FILLER                    PIC X(207).
           05  RSHCH-TRAILER-INFO
                               REDEFINES RSHCH-DETAIL-INFO.
               10  RSHCH-TOT-REC-CNT         PIC 9(07).
               10  RSHCH-TOT-PMT-AMT         PIC 9(13).
S51277         10  FILLER                    PIC X(237).
