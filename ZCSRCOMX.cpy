S51256**  02SEP26  CTS    FIRST-YEAR/RENEWAL TYPE SO THE CREDENTIAL  **
S51256**                  FILTER CAN SUPPRESS NEW ACCRUAL TO         **
S51256**                  DEREGISTERED AGENTS                        **
S51299**  15OCT26  CTS    OVERRIDE LEVEL AND WRITING AGENT, SO THE   **
S51299**                  MANAGER OVERRIDES WRITTEN BY ZSBMOVRC      **
S51299**                  TRAVEL IN THE SAME LAYOUT                  **
      *****************************************************************

       01  RCOMX-SEQ-REC-INFO.
S51256     05  RCOMX-COMM-TYP-CD             PIC X(01).
S51256         88  RCOMX-TYP-FIRST-YEAR            VALUES 'F' ' '.
S51256         88  RCOMX-TYP-RENEWAL               VALUE 'R'.
S51299     05  RCOMX-OVRD-LVL-CD             PIC X(01).
S51299         88  RCOMX-WRTG-AGT-COMM             VALUE ' '.
S51299         88  RCOMX-OVRD-UNIT-MGR             VALUE 'U'.
S51299         88  RCOMX-OVRD-BRANCH-MGR           VALUE 'B'.
S51299         88  RCOMX-OVRD-REGION-MGR           VALUE 'R'.
S51299     05  RCOMX-WRTG-AGT-ID             PIC X(06).
S51299     05  FILLER                        PIC X(01).
