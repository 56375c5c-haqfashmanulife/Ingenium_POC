      *****************************************************************
      **  MEMBER :  CCFHCFAU                                         **
      **  REMARKS:  SELECT FOR THE CONFIGURATION AUDIT TRAIL (CFAU). **
      **            ONE ROW PER CHANGE TO A SECURITY OR EDIT TABLE - **
      **            BUSINESS FUNCTION SECURITY (BFCN, BPFS), COMPANY **
      **            SECURITY CLASS (ASCL), EDIT TABLES (XTAB) AND    **
      **            THE USER EXIT TABLE (UXIT) - WITH THE ROW BEFORE **
      **            AND AFTER THE CHANGE.  WRITTEN ONLY THROUGH      **
      **            XSRU9691; READ BY THE ONLINE INQUIRY (ZSRQCFAQ)  **
      **            AND THE DAILY CHANGE REPORT (ZSBMCFAU).  THE     **
      **            ALTERNATE KEY IS THE CHANGE DATE AND TABLE.      **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51292**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT CFAU-FILE ASSIGN TO ZSCFAU
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WCFAU-KEY
                  ALTERNATE RECORD KEY IS WCFAU-LOG-KEY
                                 WITH DUPLICATES
                  FILE STATUS    IS WCFAU-SEQ-FILE-STATUS.
