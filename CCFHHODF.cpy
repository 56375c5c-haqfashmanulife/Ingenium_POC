      *****************************************************************
      **  MEMBER :  CCFHHODF                                         **
      **  REMARKS:  FILE-CONTROL ENTRY FOR THE HANDOFF DEFINITION    **
      **            TABLE (HODF), ONE ROW PER CONSUMING JOB AND      **
      **            HANDOFF FILE IT READS, NAMING THE PRODUCING      **
      **            JOB.  LOADED WITH THE JDEP DEPENDENCY TABLE.     **
      **            READ BY THE XSRU0015 DEPENDENCY GATE, WHICH      **
      **            HOLDS A JOB WHOSE INPUT IS NOT REGISTERED OR     **
      **            FAILED ITS BALANCE CHECK, AND BY ZSBMCTRR.       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51295**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

           SELECT HODF-FILE ASSIGN TO ZSHODF
                  ORGANIZATION   IS INDEXED
                  ACCESS MODE    IS DYNAMIC
                  RECORD KEY     IS WHODF-KEY
                  FILE STATUS    IS WHODF-SEQ-FILE-STATUS.
