      **  REMARKS:  TAX-ID (MY NUMBER) ACCESS LOG RECORD.  ONE       **
      **            RECORD PER UNMASKED RETRIEVAL SERVED BY          **
      **            ZSRQMYNO - MASKED INQUIRIES ARE NOT LOGGED.      **
S51288**            AN ERASURE IS LOGGED THE SAME WAY, WITH THE      **
S51288**            ERASURE REASON IN RMYNA-ACCS-RSN-TXT.            **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51231**  02SEP26  CTS    INITIAL VERSION                            **
S51288**  15OCT26  CTS    ERASURES LOGGED                            **
      *****************************************************************

       01  RMYNA-SEQ-REC-INFO.
