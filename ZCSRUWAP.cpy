      *****************************************************************
      **  MEMBER :  ZCSRUWAP                                         **
      **  REMARKS:  APPLICATION UNDERWRITING FACTS - ONE RECORD PER  **
      **            NEW APPLICATION CAPTURED BY NEW-BUSINESS ENTRY   **
      **            THAT DAY, WITH THE BASIC COVERAGE'S PLAN, ISSUE  **
      **            AGE AND FACE, THE SALES CHANNEL, THE INSURED'S   **
      **            OCCUPATION CLASS, HEIGHT AND WEIGHT AND THE      **
      **            ANSWERS TO THE HEALTH DISCLOSURE QUESTIONS.      **
      **            INPUT TO THE AUTOMATED UNDERWRITING DECISION     **
      **            RUN (ZSBMUWAD).                                  **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51304**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RUWAP-SEQ-REC-INFO.
           05  RUWAP-POL-ID                  PIC X(10).
           05  RUWAP-INSRD-CLI-ID            PIC X(10).
           05  RUWAP-CNSL-CLI-ID             PIC X(10).
           05  RUWAP-PLAN-ID                 PIC X(06).
           05  RUWAP-ISS-AGE                 PIC 9(03).
           05  RUWAP-FACE-AMT                PIC 9(13)V99.
           05  RUWAP-CHNL-CD                 PIC X(02).
               88  RUWAP-CHNL-AGENCY               VALUE 'AG'.
               88  RUWAP-CHNL-BANK                 VALUE 'BK'.
               88  RUWAP-CHNL-DIRECT               VALUE 'DR'.
               88  RUWAP-CHNL-WEB                  VALUE 'WB'.
           05  RUWAP-OCCP-CLS-CD             PIC X(01).
           05  RUWAP-HGHT-CM                 PIC 9(03)V9.
           05  RUWAP-WGHT-KG                 PIC 9(03)V9.
           05  RUWAP-DSCLSR-ANSWERS.
               10  RUWAP-DSCLSR-ANS-CD       PIC X(01)
                                             OCCURS 20 TIMES.
           05  FILLER                        PIC X(10).
