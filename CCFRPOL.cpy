S51209**  02SEP26  CTS    INITIAL VERSION                            **
S51250**  02SEP26  CTS    CURRENCY CONDITION NAMES ON THE POLICY     **
S51250**                  CURRENCY CODE (SPACES = YEN)               **
S51281**  15OCT26  CTS    TERM CONVERSION TYPE CONDITION NAMES       **
S51298**  15OCT26  CTS    BANK DIRECT-DEBIT COLLECTION METHOD        **
S51303**  15OCT26  CTS    NOT-TAKEN-UP AND WITHDRAWN STATUSES AND    **
S51303**                  THE CASH-WITH-APPLICATION SUSPENSE         **
S51306**  15OCT26  CTS    DEATH CLAIM SETTLED STATUS                 **
      *****************************************************************

       01  RPOL-REC-INFO.
               88  RPOL-POL-STAT-EXPIRED            VALUE 'EX'.
               88  RPOL-POL-STAT-REJECTED           VALUE 'RJ'.
               88  RPOL-POL-STAT-BEFORE-SETL        VALUE 'BS'.
S51303         88  RPOL-POL-STAT-NOT-TAKEN          VALUE 'NT'.
S51303         88  RPOL-POL-STAT-WITHDRAWN          VALUE 'WD'.
S51306         88  RPOL-POL-STAT-DEATH              VALUE 'DH'.
               88  RPOL-POL-STAT-TERMINATED        VALUES 'SU' 'EX'
                                                    'TR' 'DH'.
           05  RPOL-POL-STAT-CD              REDEFINES
               88  RPOL-POL-APP-REASN-JOINT         VALUE 'J'.
           05  RPOL-POL-CNVR-TYP-CD          PIC X(02).
               88  RPOL-POL-CNVR-TYP-DHY-PHASE1     VALUE 'D1'.
S51281         88  RPOL-POL-CNVR-TYP-TERM-ATT-AGE   VALUE 'TA'.
S51281         88  RPOL-POL-CNVR-TYP-TERM-ORIG-AGE  VALUE 'TO'.
           05  RPOL-POL-APPL-CTL-NBS         PIC X(01).
           05  RPOL-POL-BULK-APP-ID          PIC X(10).
           05  RPOL-POL-ASIGN                PIC X(01).
               88  RPOL-POL-BILL-TYP-OTHER-LIST     VALUE 'L'.
           05  RPOL-COLL-METH-CD             PIC X(01).
               88  RPOL-COLL-METH-CARD              VALUE 'C'.
S51298         88  RPOL-COLL-METH-BANK              VALUE 'B'.
           05  RPOL-COMB-BILL-IND            PIC X(01).
           05  RPOL-POL-PAC-DRW-DY           PIC 9(02).
           05  RPOL-POL-PAC-DRW-DT           PIC X(10).
           05  RPOL-OS-DISB-DTH-AMT          PIC S9(13)V99 COMP-3.
           05  RPOL-OS-DISB-CLM-AMT          PIC S9(13)V99 COMP-3.
           05  RPOL-OS-DISB-AD-AMT           PIC S9(13)V99 COMP-3.
S51303     05  RPOL-POL-CWA-SUSP-AMT         PIC S9(13)V99 COMP-3.
S51303     05  FILLER                        PIC X(02).
