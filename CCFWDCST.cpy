      *****************************************************************
      **  MEMBER :  CCFWDCST                                         **
      **  REMARKS:  FD AND MASTER RECORD FOR THE DEATH CLAIM         **
      **            SETTLEMENT REGISTER (DCST).  CARRIES EVERY LINE  **
      **            OF THE SETTLEMENT - THE DEATH BENEFIT AND THE    **
      **            AMOUNTS ADDED TO AND TAKEN FROM IT - THE NET     **
      **            AMOUNT PAYABLE AND ITS SPLIT ACROSS THE          **
      **            BENEFICIARIES BY THEIR SHARE OF THE DEATH        **
      **            BENEFIT.  THE PAID DATE AND AMOUNT COME BACK     **
      **            FROM THE CLAIMS SYSTEM; A PAYMENT THAT DOES NOT  **
      **            AGREE WITH THE NET AMOUNT LEAVES THE ROW AT      **
      **            VARIANCE.                                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51306**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       FD  DCST-FILE
           LABEL RECORDS ARE STANDARD.

       01  WDCST-REC-INFO.
           05  WDCST-KEY.
               10  WDCST-CLM-ID              PIC X(07).
           05  WDCST-POL-ID                  PIC X(10).
           05  WDCST-DTH-DT                  PIC X(10).
           05  WDCST-APPRV-DT                PIC X(10).
           05  WDCST-SETL-DT                 PIC X(10).
           05  WDCST-SETL-STAT-CD            PIC X(01).
               88  WDCST-STAT-STAGED               VALUE 'S'.
               88  WDCST-STAT-PAID                 VALUE 'P'.
               88  WDCST-STAT-VARIANCE             VALUE 'V'.
           05  WDCST-CVG-CNT                 PIC 9(02).
           05  WDCST-DTH-BNFT-AMT            PIC S9(13)V99 COMP-3.
           05  WDCST-ADV-PREM-RFND-AMT       PIC S9(13)V99 COMP-3.
           05  WDCST-CBB-ACCR-AMT            PIC S9(13)V99 COMP-3.
           05  WDCST-MAT-DEFR-AMT            PIC S9(13)V99 COMP-3.
           05  WDCST-UNERN-PREM-AMT          PIC S9(13)V99 COMP-3.
           05  WDCST-UNERN-MO-CNT            PIC 9(03).
           05  WDCST-APL-PAYOFF-AMT          PIC S9(13)V99 COMP-3.
           05  WDCST-LOAN-PAYOFF-AMT         PIC S9(13)V99 COMP-3.
           05  WDCST-LOAN-CLOSE-CNT          PIC 9(02).
           05  WDCST-GRACE-PREM-AMT          PIC S9(13)V99 COMP-3.
           05  WDCST-GRACE-DUE-CNT           PIC 9(02).
           05  WDCST-NET-AMT                 PIC S9(13)V99 COMP-3.
           05  WDCST-BENE-CNT                PIC 9(02).
           05  WDCST-BENE-DTL                OCCURS 10 TIMES.
               10  WDCST-BENE-CLI-ID         PIC X(10).
               10  WDCST-BENE-NAME           PIC X(40).
               10  WDCST-BENE-SHARE-PCT      PIC 9(03)V99.
               10  WDCST-BENE-ENTL-AMT       PIC S9(13)V99 COMP-3.
               10  WDCST-BENE-PAYMT-AMT      PIC S9(13)V99 COMP-3.
           05  WDCST-PAID-DT                 PIC X(10).
           05  WDCST-PAID-AMT                PIC S9(13)V99 COMP-3.
           05  WDCST-VAR-AMT                 PIC S9(13)V99 COMP-3.
           05  WDCST-LAST-CHG-USER-ID        PIC X(08).
           05  WDCST-LAST-CHG-DT             PIC X(10).
