      *****************************************************************
      **  MEMBER :  CCFWRIOI                                         **
      **  REMARKS:  FD AND RECORD FOR THE REINSURANCE STATEMENT      **
      **            RECONCILIATION ITEMS (RIOI).  SEE CCFHRIOI.      **
      **            THE QUARTER IS YYYYQ.  THE PRESENT SWITCHES TELL **
      **            A ZERO AMOUNT FROM AN ITEM NOT SEEN ON THAT      **
      **            SIDE.  AN OPEN ITEM CARRIES ITS CATEGORY - R     **
      **            MISSING ON THE REINSURER'S SIDE, C MISSING ON    **
      **            OURS, A AMOUNT DIFFERENCE, T TIMING.             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51301**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  RIOI-FILE
           LABEL RECORDS ARE STANDARD.

       01  WRIOI-REC-INFO.
           05  WRIOI-KEY.
               10  WRIOI-REINSR-ID           PIC X(05).
               10  WRIOI-TRTY-ID             PIC X(08).
               10  WRIOI-QTR-ID              PIC X(05).
               10  WRIOI-POL-ID              PIC X(10).
               10  WRIOI-CVG-NUM             PIC 9(03).
               10  WRIOI-ITEM-TYP-CD         PIC X(01).
                   88  WRIOI-ITEM-PREM              VALUE 'P'.
                   88  WRIOI-ITEM-ALLOW             VALUE 'A'.
                   88  WRIOI-ITEM-RECVR             VALUE 'C'.
               10  WRIOI-CLM-ID              PIC X(07).
           05  WRIOI-OUR-AMT                 PIC S9(13)V99 COMP-3.
           05  WRIOI-THEIR-AMT               PIC S9(13)V99 COMP-3.
           05  WRIOI-OUR-SW                  PIC X(01).
               88  WRIOI-OURS-PRESENT               VALUE 'Y'.
           05  WRIOI-THEIR-SW                PIC X(01).
               88  WRIOI-THEIRS-PRESENT             VALUE 'Y'.
           05  WRIOI-LATE-SW                 PIC X(01).
               88  WRIOI-LATE-IN-QTR                VALUE 'Y'.
           05  WRIOI-ITEM-STAT-CD            PIC X(01).
               88  WRIOI-STAT-OPEN                  VALUE 'O'.
               88  WRIOI-STAT-MATCHED               VALUE 'M'.
           05  WRIOI-CATG-CD                 PIC X(01).
               88  WRIOI-CATG-MISS-THEIRS           VALUE 'R'.
               88  WRIOI-CATG-MISS-OURS             VALUE 'C'.
               88  WRIOI-CATG-AMT-DIFF              VALUE 'A'.
               88  WRIOI-CATG-TIMING                VALUE 'T'.
           05  WRIOI-MATCHED-QTR-ID          PIC X(05).
           05  WRIOI-LAST-CHG-DT             PIC X(10).
           05  FILLER                        PIC X(20).
