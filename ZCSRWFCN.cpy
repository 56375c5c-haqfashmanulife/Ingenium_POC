S51164**           CAN REPORT UNACKNOWLEDGED ITEMS MEANINGFULLY       **
S51196**  23AUG26  CTS    ADDED UNCL SOURCE FOR UNCLAIMED MATURED     **
S51196**           BENEFIT CHASE WORK ITEMS RAISED BY ZSBMUNCL        **
S51275**  15OCT26  CTS    ADDED BTRT SOURCE FOR RETURNED OUTGOING     **
S51275**           BANK TRANSFER FOLLOW-UP ITEMS RAISED BY ZSBMBTRT   **
S51304**  15OCT26  CTS    ADDED UWRF SOURCE FOR APPLICATIONS REFERRED **
S51304**           TO AN UNDERWRITER BY ZSBMUWAD                      **
      *****************************************************************

       01  RWFCN-SEQ-REC-INFO.
               88  RWFCN-SRC-SYS-WFRS             VALUE 'WFRS'.
               88  RWFCN-SRC-SYS-RTML             VALUE 'RTML'.
               88  RWFCN-SRC-SYS-UNCL             VALUE 'UNCL'.
S51275         88  RWFCN-SRC-SYS-BTRT             VALUE 'BTRT'.
S51304         88  RWFCN-SRC-SYS-UWRF             VALUE 'UWRF'.
           05  RWFCN-POL-ID                 PIC X(07).
           05  RWFCN-CLM-ID                 PIC X(07).
           05  RWFCN-STCKR-ID               PIC X(11).
