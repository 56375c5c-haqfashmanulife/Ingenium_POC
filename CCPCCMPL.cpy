      *****************************************************************
      **  MEMBER :  CCPCCMPL                                         **
      **  REMARKS:  CREATE PARAGRAPH FOR THE COMPLAINT REGISTER      **
      **            (CMPL).  THE CALLER OPENS CMPL-FILE I-O AND      **
      **            BUILDS THE ROW IN WCMPL-REC-INFO WITH SEQUENCE   **
      **            1; A CLIENT MAY HAVE MORE THAN ONE COMPLAINT     **
      **            THE SAME DAY, SO THE SEQUENCE WALKS FORWARD      **
      **            UNTIL THE ROW LANDS.                             **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51305**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *------------------
       CMPL-1000-CREATE.
      *------------------

           MOVE '00'                     TO WCMPL-SEQ-FILE-STATUS.
           WRITE WCMPL-REC-INFO
               INVALID KEY
                   MOVE '22'             TO WCMPL-SEQ-FILE-STATUS
           END-WRITE.

           IF  WCMPL-IO-DUPKEY
           AND WCMPL-SEQ-NUM < 99
               ADD 1                     TO WCMPL-SEQ-NUM
               GO TO CMPL-1000-CREATE
           END-IF.

       CMPL-1000-CREATE-X.
           EXIT.
