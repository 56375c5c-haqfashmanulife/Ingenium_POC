      *****************************************************************
      **  MEMBER :  XCWL0017                                         **
      **  REMARKS:  PARAMETER AREA FOR THE INTER-JOB CONTROL TOTAL   **
      **            REGISTRY MODULE (XSRU0017).                      **
      **              'RG' - THE PRODUCING JOB REGISTERS THE RECORD  **
      **                     COUNT AND HASH TOTAL OF A HANDOFF FILE  **
      **                     FOR THE BUSINESS DATE, ONCE THE FILE IS **
      **                     CLOSED.  A RERUN REPLACES THE ENTRY.    **
      **              'CK' - THE CONSUMING JOB CHECKS ITS OWN COUNT  **
      **                     OF THE FILE AGAINST THE REGISTRATION    **
      **                     BEFORE PROCESSING; THE RESULT IS        **
      **                     RETURNED IN L0017-BAL-STAT-CD (AS FOR   **
      **                     WCTRG-CHK-STAT-CD) AND RECORDED.        **
      **            THE JOB IS THE CALLING PROGRAM.  ANY             **
      **            RETURN OTHER THAN '00' MEANS THE REGISTRY COULD  **
      **            NOT BE UPDATED.  CALL THROUGH XCPL0017.          **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51295**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  L0017-PARM-INFO.
           05  L0017-FUNCTION-CD             PIC X(02).
               88  L0017-FUNCTION-REGISTER          VALUE 'RG'.
               88  L0017-FUNCTION-CHECK             VALUE 'CK'.
           05  L0017-HNDF-ID                 PIC X(08).
           05  L0017-BUS-DT                  PIC X(10).
           05  L0017-JOB-ID                  PIC X(08).
           05  L0017-REC-CNT                 PIC 9(09).
           05  L0017-HASH-AMT                PIC S9(15)V9(06) COMP-3.
           05  L0017-REG-INFO.
               10  L0017-REG-PROD-JOB-ID     PIC X(08).
               10  L0017-REG-BUS-DT          PIC X(10).
               10  L0017-REG-REC-CNT         PIC 9(09).
               10  L0017-REG-HASH-AMT        PIC S9(15)V9(06) COMP-3.
           05  L0017-BAL-STAT-CD             PIC X(01).
               88  L0017-BALANCED                   VALUE 'B'.
               88  L0017-COUNT-DIFF                 VALUE 'C'.
               88  L0017-HASH-DIFF                  VALUE 'H'.
               88  L0017-DATE-DIFF                  VALUE 'D'.
               88  L0017-NOT-REGISTERED             VALUE 'M'.
           05  L0017-RETRN-CD                PIC X(02).
               88  L0017-RETRN-OK                   VALUE '00'.
               88  L0017-RETRN-ERROR                VALUE '99'.
