      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51198**  23AUG26  CTS    INITIAL VERSION                            **
S51299**  15OCT26  CTS    OVERRIDE CLAWBACK TRANSACTION ('OC') WITH  **
S51299**                  THE OVERRIDE LEVEL AND WRITING AGENT       **
S51303**  15OCT26  CTS    NOT-ISSUED TRANSACTION ('NT') FOR A CASE   **
S51303**                  CLOSED OR DECLINED BEFORE ISSUE            **
      *****************************************************************

       01  RCBTX-SEQ-REC-INFO.
           05  RCBTX-POL-ID                  PIC X(10).
           05  RCBTX-TRXN-TYP-CD             PIC X(02).
               88  RCBTX-TRXN-CHARGEBACK           VALUE 'CB'.
S51299         88  RCBTX-TRXN-OVRD-CLAWBK          VALUE 'OC'.
S51303         88  RCBTX-TRXN-NOT-ISSUED           VALUE 'NT'.
           05  RCBTX-CHRGBK-AMT              PIC 9(11)V99.
           05  RCBTX-TERM-DT                 PIC X(10).
           05  RCBTX-TERM-TYP-CD             PIC X(01).
S51299     05  RCBTX-OVRD-LVL-CD             PIC X(01).
S51299     05  RCBTX-WRTG-AGT-ID             PIC X(06).
