      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51182**  23AUG26  CTS    INITIAL VERSION                            **
S51272**  15OCT26  CTS    CLAIM TYPE CARRIED FOR THE EXPERIENCE      **
S51272**                  STUDY EXTRACT                              **
S51282**  15OCT26  CTS    HOSPITAL DAYS / SURGERIES PAID CARRIED FOR **
S51282**                  THE MEDICAL BENEFIT ACCUMULATOR            **
S51306**  15OCT26  CTS    DATE OF DEATH CARRIED FOR THE DEATH CLAIM  **
S51306**                  SETTLEMENT (ZSBMDCST)                      **
      *****************************************************************

       01  RCLPS-SEQ-REC-INFO.
           05  RCLPS-PAYMT-AMT-TXT           PIC X(13).
           05  RCLPS-PAYMT-AMT REDEFINES
               RCLPS-PAYMT-AMT-TXT           PIC 9(11)V99.
S51272     05  RCLPS-CLM-TYP-CD              PIC X(02).
S51272         88  RCLPS-TYP-DEATH                 VALUE 'DH'.
S51272         88  RCLPS-TYP-HOSPITAL              VALUE 'HS'.
S51272         88  RCLPS-TYP-SURGERY               VALUE 'SG'.
S51272         88  RCLPS-TYP-DISABILITY            VALUE 'DI'.
S51282     05  RCLPS-PAID-UNIT-CNT-TXT       PIC X(05).
S51282     05  RCLPS-PAID-UNIT-CNT REDEFINES
S51282         RCLPS-PAID-UNIT-CNT-TXT       PIC 9(05).
S51306     05  RCLPS-LOSS-DT                 PIC X(10).
