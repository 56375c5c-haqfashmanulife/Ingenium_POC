      *****************************************************************
      **  MEMBER :  CCWWSRTY                                         **
      **  REMARKS:  POLICY SERVICE REQUEST TYPE TABLE.  ONE ENTRY    **
      **            PER REQUEST TYPE GIVING:                         **
      **              - THE IMAGING DOCUMENT TYPE THAT REGISTERS THE **
      **                REQUEST FROM THE WORKFLOW STREAM (ZCSRWFCN), **
      **              - THE PHST ACTIVITY THAT COMPLETES IT,         **
      **              - THE TARGET TURNAROUND IN CALENDAR DAYS FROM  **
      **                RECEIPT,                                     **
      **              - WHETHER A BREACH RAISES A COMPLAINT ON THE   **
      **                CMPL REGISTER WITHOUT WAITING FOR THE DESK.  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51305**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  WSRTY-TYPE-TABLE-INFO.
           05  FILLER                        PIC X(34) VALUE
               'ADADDRESS CHANGE      ADCHADCH005N'.
           05  FILLER                        PIC X(34) VALUE
               'BNBENEFICIARY CHANGE  BENEBENE010N'.
           05  FILLER                        PIC X(34) VALUE
               'LNPOLICY LOAN         LOANVLON005Y'.
           05  FILLER                        PIC X(34) VALUE
               'SUSURRENDER           SURRSURR010Y'.
           05  FILLER                        PIC X(34) VALUE
               'HCHOLDER CHANGE       HCHGHCHG010N'.
           05  FILLER                        PIC X(34) VALUE
               'ASASSIGNMENT          ASGNASGN010N'.
           05  FILLER                        PIC X(34) VALUE
               'FQFREQUENCY CHANGE    FRQCFRQC005N'.
           05  FILLER                        PIC X(34) VALUE
               'FRFACE REDUCTION      FREDFRED015N'.
           05  FILLER                        PIC X(34) VALUE
               'RIREINSTATEMENT       REINREIN020N'.

       01  WSRTY-TYPE-TABLE                  REDEFINES
                                             WSRTY-TYPE-TABLE-INFO.
           05  WSRTY-ENTRY                   OCCURS 9 TIMES
                                             INDEXED BY WSRTY-IX.
               10  WSRTY-SRVC-TYP-CD         PIC X(02).
               10  WSRTY-SRVC-TYP-DESC       PIC X(20).
               10  WSRTY-DOC-TYP-CD          PIC X(04).
               10  WSRTY-ACTV-TYP-ID         PIC X(04).
               10  WSRTY-TRGT-DAYS           PIC 9(03).
               10  WSRTY-AUTO-CMPLN-IND      PIC X(01).
                   88  WSRTY-AUTO-CMPLN             VALUE 'Y'.

       01  WSRTY-WORK-AREA.
           05  WSRTY-ENTRY-CNT               PIC S9(04) COMP VALUE +9.
