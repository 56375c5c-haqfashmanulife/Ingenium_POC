      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51216**  02SEP26  CTS    INITIAL VERSION                            **
S51299**  15OCT26  CTS    'O' MANAGER OVERRIDE AND 'C' OVERRIDE      **
S51299**                  CLAWBACK DETAILS WITH THE WRITING AGENT,   **
S51299**                  AND THE NET OVERRIDE ON THE TRAILER        **
S51300**  15OCT26  CTS    AGENT'S SHARE AND CO-AGENT ON DETAILS FOR  **
S51300**                  A JOINTLY WRITTEN POLICY                   **
S51303**  15OCT26  CTS    'N' NOT-ISSUED DETAIL FOR A CASE CLOSED    **
S51303**                  BEFORE ISSUE                               **
      *****************************************************************

       01  RCMST-SEQ-REC-INFO.
               88  RCMST-REC-HEADER                 VALUE 'H'.
               88  RCMST-REC-COMM-DETAIL            VALUE 'D'.
               88  RCMST-REC-CHRGBK-DETAIL          VALUE 'B'.
S51299         88  RCMST-REC-OVRD-DETAIL            VALUE 'O'.
S51299         88  RCMST-REC-OVRD-CLAWBK            VALUE 'C'.
S51303         88  RCMST-REC-NOT-ISSUED             VALUE 'N'.
               88  RCMST-REC-TRAILER                VALUE 'T'.
               88  RCMST-REC-SO-SUBTOTAL            VALUE 'S'.
               88  RCMST-REC-GRAND-TOTAL            VALUE 'G'.
               10  RCMST-POL-ID              PIC X(10).
               10  RCMST-TRXN-DT             PIC X(10).
               10  RCMST-TRXN-AMT            PIC S9(11)V99.
S51299         10  RCMST-WRTG-AGT-ID         PIC X(06).
S51299         10  RCMST-OVRD-LVL-CD         PIC X(01).
S51300         10  RCMST-SHR-PCT             PIC 9(03)V99.
S51300         10  RCMST-CO-AGT-ID           PIC X(06).
S51300         10  FILLER                    PIC X(09).
           05  RCMST-TRL-INFO REDEFINES RCMST-STMT-INFO.
               10  RCMST-COMM-TOT-AMT        PIC S9(13)V99.
               10  RCMST-CHRGBK-TOT-AMT      PIC S9(13)V99.
               10  RCMST-NET-AMT             PIC S9(13)V99.
S51299         10  RCMST-OVRD-TOT-AMT        PIC S9(13)V99.
