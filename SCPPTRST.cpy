      *****************************************************************
      **  MEMBER :  SCPPTRST                                         **
      **  REMARKS:  COMMON ROUTINE TO READ THE TRANSFER RESTRICTION  **
      **            TABLE (TRST) FOR A POLICY AND FUND.  THE CALLER  **
      **            SUPPLIES WTRST-RQST-POL-ID/WTRST-RQST-FUND-CD    **
      **            AND TESTS RTRST-POL-ID NOT = SPACES (A ROW       **
      **            EXISTS), THE STATUS AND THE RESTRICTION DATES.   **
      **            A MISSING ROW OR FILE MEANS NO RESTRICTION.  THE **
      **            FILE IS OPENED ON FIRST USE AND HELD OPEN FOR    **
      **            THE LIFE OF THE RUN UNIT.                        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51265**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *--------------------------
       TRST-1000-CHECK-RSTR.
      *--------------------------

           MOVE SPACES                      TO RTRST-REC-INFO.

           IF  NOT WTRST-FILE-OPEN
               OPEN INPUT TRST-FILE
               IF WTRST-SEQ-FILE-STATUS NOT = '00'
                   GO TO TRST-1000-CHECK-RSTR-X
               END-IF
               SET WTRST-FILE-OPEN          TO TRUE
           END-IF.

           MOVE WTRST-RQST-POL-ID           TO WTRST-POL-ID.
           MOVE WTRST-RQST-FUND-CD          TO WTRST-FUND-CD.

           READ TRST-FILE
               INVALID KEY
                   MOVE '23' TO WTRST-SEQ-FILE-STATUS
           END-READ.

           IF  WTRST-IO-OK
               MOVE WTRST-REC-INFO          TO RTRST-REC-INFO
           END-IF.

       TRST-1000-CHECK-RSTR-X.
           EXIT.
