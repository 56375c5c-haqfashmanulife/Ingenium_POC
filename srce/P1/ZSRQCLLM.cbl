      *****************************************************************
      **  MEMBER :  ZSRQCLLM                                         **
      **  REMARKS:  BATCH I/O PROGRAM FOR THE CLAIM BENEFIT LIMIT    **
      **            RECORD.  ZSBM9327 WRITES ONE HERE FOR EVERY      **
      **            DETAIL SENT TO THE CLAIMS SYSTEM, GIVING THE     **
      **            COVERAGE'S REMAINING HOSPITAL DAYS AND SURGERY   **
      **            COUNT AGAINST THE PLAN'S LIMITS.                 **
      **                                                             **
      **  DOMAIN :  PR                                               **
      **  CLASS  :  UT                                               **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    CREATED FOR 'CLLM' FILE PROCESSING         **
      *****************************************************************

      *************************
       IDENTIFICATION DIVISION.
      *************************

       PROGRAM-ID. ZSRQCLLM.

       COPY XCWWCRHT.
      /
      **********************
       ENVIRONMENT DIVISION.
      **********************

       INPUT-OUTPUT SECTION.

       FILE-CONTROL.

       COPY XCSSFILE REPLACING ==:ID:==  BY ==CLLM==
                               ==:SYS:== BY ==Z==.
      /
      ***************
       DATA DIVISION.
      ***************

       FILE SECTION.

       COPY XCSDFILE REPLACING ==:ID:== BY ==CLLM==.
       COPY ZCSRCLLM.
      /
      *************************
       WORKING-STORAGE SECTION.
      *************************

       COPY XCWWPGWS REPLACING '$VAR1' BY 'ZSRQCLLM'.

       COPY SQLCA.

       01  WS-WORKING-STORAGE.
           05  WS-FILE-OPEN-SWITCH          PIC X(01)  VALUE 'N'.
               88  WS-FILE-IS-OPEN                     VALUE 'Y'.
               88  WS-FILE-IS-CLOSED                   VALUE 'N'.
      /
       COPY XCWTFCMD.
      /
      *****************
       LINKAGE SECTION.
      *****************

       01  WGLOB-GLOBAL-AREA.
       COPY XCWWGLOB.
      /
       COPY XCSWSEQ  REPLACING ==:ID:== BY ==CLLM==
                               ==':ID:'== BY =='CLLM'==.

       COPY ZCSRCLLM REPLACING RCLLM-SEQ-REC-INFO BY
                               WCLLM-LINK-RECORD.
      /
       PROCEDURE DIVISION             USING WGLOB-GLOBAL-AREA
                                            WCLLM-SEQ-IO-WORK-AREA
                                            WCLLM-LINK-RECORD.



      *****************************************************************
      *  FILE I/O PROCESSING
      *****************************************************************
       COPY XCSISEQ  REPLACING ==:ID:==  BY ==CLLM==.


      *****************************************************************
      *  ERROR HANDLING ROUTINES
      *****************************************************************
       COPY XCPL0030.


      *****************************************************************
      **                 END OF PROGRAM ZSRQCLLM                     **
      *****************************************************************
