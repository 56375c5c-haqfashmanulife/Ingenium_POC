      *****************************************************************
      **  MEMBER :  CCFHSALG                                         **
      **  REMARKS:  SELECT FOR THE SENSITIVE-DATA ACCESS LOG (SALG). **
      **            ONE ROW FOR EVERY ONLINE VIEW OF A CLIENT'S MY   **
      **            NUMBER, BANK ACCOUNTS OR MEDICAL CLAIM DETAILS,  **
      **            WRITTEN THROUGH ZSRQSALG BY THE INQUIRY THAT     **
      **            SHOWS THEM.  READ BY THE SECURITY OFFICER'S      **
      **            INQUIRY (ZSRQSAIQ) AND THE MONTHLY ANALYSIS      **
      **            (ZSBMSALR).                                      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51289**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT SALG-FILE ASSIGN TO ZSSALG
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WSALG-KEY
                  FILE STATUS    IS WSALG-SEQ-FILE-STATUS.
