      *****************************************************************
      **  MEMBER :  ZCSRPDPG                                         **
      **  REMARKS:  INTERACTION PURGE REQUEST RECORD, WRITTEN BY     **
      **            ZSBMPDRE FOR EACH ERASED CLIENT AND EACH         **
      **            INTERACTION TABLE HOLDING ROWS FOR IT - FAMILY   **
      **            RELATIONSHIP (FM), PROSPECT (PR), CUSTOMER VISIT **
      **            (CV) AND PROSPECT VISIT (PV).  THE TABLES ARE    **
      **            OWNED BY THE CRM SIDE, WHICH DELETES THE ROWS    **
      **            FROM THIS FEED.                                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51288**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RPDPG-SEQ-REC-INFO.
           05  RPDPG-CLI-ID                  PIC X(10).
           05  RPDPG-TBL-CD                  PIC X(02).
               88  RPDPG-TBL-FMLY                   VALUE 'FM'.
               88  RPDPG-TBL-PROS                   VALUE 'PR'.
               88  RPDPG-TBL-CUST-VISIT             VALUE 'CV'.
               88  RPDPG-TBL-PROS-VISIT             VALUE 'PV'.
           05  RPDPG-ROW-CNT                 PIC 9(05).
           05  RPDPG-RQST-DT                 PIC X(10).
           05  RPDPG-RQST-PGM-ID             PIC X(08).
