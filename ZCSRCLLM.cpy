      *****************************************************************
      **  MEMBER :  ZCSRCLLM                                         **
      **  REMARKS:  RECORD FOR THE CLAIM BENEFIT LIMIT EXTRACT - ONE **
      **            PER DETAIL SENT TO THE CLAIMS SYSTEM IN THE      **
      **            ZSBM9327 BENEFIT DECISION INTERFACE, IN CLAIM    **
      **            ORDER, CARRYING THE COVERAGE'S MEDICAL BENEFIT   **
      **            LIMITS AND WHAT IS LEFT OF THEM (REMAINING DAYS  **
      **            / REMAINING COUNT).  THE LIMIT SWITCH IS 'N'     **
      **            WHERE THE PLAN HAS NO LIMIT FOR THE BENEFIT; A   **
      **            REMAINING COUNT IS ONLY GIVEN WHERE THERE IS A   **
      **            LIFETIME LIMIT (POSITION NOT BLANK).  POSITION   **
      **            'O' OPEN, 'N' WITHIN 10 PERCENT OF THE LIMIT,    **
      **            'X' EXHAUSTED.                                   **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51282**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  RCLLM-SEQ-REC-INFO.
           05  RCLLM-CLM-ID                  PIC X(07).
           05  RCLLM-POL-ID                  PIC X(10).
           05  RCLLM-CVG-NUM                 PIC 9(03).
           05  RCLLM-PLAN-ID                 PIC X(06).
           05  RCLLM-HS-LMT-SW               PIC X(01).
               88  RCLLM-HS-LMT-SET                VALUE 'Y'.
               88  RCLLM-HS-LMT-NONE               VALUE 'N'.
           05  RCLLM-HS-ADMIT-LMT-CNT        PIC 9(05).
           05  RCLLM-HS-LIFE-LMT-CNT         PIC 9(05).
           05  RCLLM-HS-REMN-DAY-CNT         PIC 9(05).
           05  RCLLM-HS-POSN-CD              PIC X(01).
           05  RCLLM-SG-LMT-SW               PIC X(01).
               88  RCLLM-SG-LMT-SET                VALUE 'Y'.
               88  RCLLM-SG-LMT-NONE               VALUE 'N'.
           05  RCLLM-SG-LIFE-LMT-CNT         PIC 9(05).
           05  RCLLM-SG-REMN-CNT             PIC 9(05).
           05  RCLLM-SG-POSN-CD              PIC X(01).
