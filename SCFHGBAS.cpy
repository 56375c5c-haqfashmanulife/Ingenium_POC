      *****************************************************************
      **  MEMBER :  SCFHGBAS                                         **
      **  REMARKS:  SELECT FOR THE SEGREGATED FUND DEATH-BENEFIT     **
      **            GUARANTEE BASE FILE (GBAS).  ONE ROW PER POLICY  **
      **            CARRYING THE CURRENT GUARANTEE BASE AS STEPPED   **
      **            UP AT ANNIVERSARY (ZSBMGMDB) AND REDUCED ON      **
      **            PARTIAL SURRENDER (SSRF6330).                    **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51267**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT GBAS-FILE ASSIGN TO ZSGBAS
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WGBAS-KEY
                  FILE STATUS    IS WGBAS-SEQ-FILE-STATUS.
