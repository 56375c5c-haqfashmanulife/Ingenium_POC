      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51166**  23AUG26  CTS    INITIAL VERSION                            **
S51290**  15OCT26  CTS    LAST SUCCESSFUL SIGN-ON DATE, TIME AND     **
S51290**                  TERMINAL FOR ACCESS RECERTIFICATION        **
      *****************************************************************

       FD  USRL-FILE
           05  WUSRL-LOCK-TIME               PIC X(08).
           05  WUSRL-RELEASE-USER-ID         PIC X(08).
           05  WUSRL-RELEASE-DT              PIC X(10).
S51290     05  WUSRL-LAST-SGNON-DT           PIC X(10).
S51290     05  WUSRL-LAST-SGNON-TIME         PIC X(08).
S51290     05  WUSRL-LAST-SGNON-TERM-ID      PIC X(08).
