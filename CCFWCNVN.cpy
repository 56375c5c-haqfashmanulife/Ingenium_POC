      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51185**  23AUG26  CTS    INITIAL VERSION                            **
S51281**  15OCT26  CTS    CLOSE DATE AND REASON - A CLOSED ROW       **
S51281**                  STOPS FURTHER NOTICES FOR THE COVERAGE     **
      *****************************************************************

       FD  CNVN-FILE
               10  WCNVN-CVG-NUM             PIC 9(03).
               10  WCNVN-XPRY-DT             PIC X(10).
           05  WCNVN-NOTIF-DT                PIC X(10).
S51281     05  WCNVN-CLOSE-DT                PIC X(10).
S51281     05  WCNVN-CLOSE-RSN-CD            PIC X(01).
S51281         88  WCNVN-CLOSE-CONVERTED            VALUE 'C'.
