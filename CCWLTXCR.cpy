      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51135**  09AUG26  CTS    INITIAL VERSION                            **
S51262**  15OCT26  CTS    RETURN THE CHANNEL THE CERTIFICATE WAS     **
S51262**                  FIRST DELIVERED BY (E-TAX XML OR PAPER)    **
      *****************************************************************

       01  LTXCR-PARM-INFO.
               88  LTXCR-RETRN-OK                     VALUE '00'.
               88  LTXCR-RETRN-NOTFND                 VALUE '01'.
               88  LTXCR-RETRN-ERROR                  VALUE '99'.
S51262     05  LTXCR-DLVR-CHNL-CD            PIC X(01).
S51262         88  LTXCR-DLVR-ELECTRONIC              VALUE 'E'.
S51262         88  LTXCR-DLVR-PAPER                   VALUE 'P'.
