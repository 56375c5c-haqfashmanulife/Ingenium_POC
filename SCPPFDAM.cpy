      *****************************************************************
      **  MEMBER :  SCPPFDAM                                         **
      **  REMARKS:  COMMON ROUTINE TO GET THE ASSET MANAGER OF A     **
      **            FUND FROM THE FDAM TABLE, MAINTAINED ONLINE BY   **
      **            SSRQFDAM.  THE CALLING PROGRAM SUPPLIES THE FUND **
      **            IN WFDAM-KEY AND CHECKS WFDAM-IO-OK/             **
      **            WFDAM-IO-NOTFND ON RETURN.                       **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51264**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

      *------------------------
       FDAM-1000-GET-MANAGER.
      *------------------------

           OPEN INPUT FDAM-FILE.
           IF WFDAM-SEQ-FILE-STATUS NOT = '00'
               GO TO FDAM-1000-GET-MANAGER-X
           END-IF.

           READ FDAM-FILE
               INVALID KEY
                   MOVE '23' TO WFDAM-SEQ-FILE-STATUS
           END-READ.

           IF  WFDAM-IO-OK
               MOVE WFDAM-REC-INFO          TO RFDAM-REC-INFO
           END-IF.

           CLOSE FDAM-FILE.

       FDAM-1000-GET-MANAGER-X.
           EXIT.
