      **            EXISTING ROLE, AND A ROLE MAY NOT BE DELETED     **
      **            WHILE MATRIX ROWS STILL HANG OFF IT - THE        **
      **            OFFICER DEACTIVATES THE ROLE INSTEAD.            **
S51291**                                                             **
S51291**            A ROLE MAY NOT BE ALLOWED BOTH SIDES OF AN       **
S51291**            ACTIVE SEGREGATION-OF-DUTIES RULE (ZSRQSODC)     **
S51291**            UNLESS AN APPROVED EXCEPTION IS IN FORCE FOR     **
S51291**            THE ROLE AND RULE; THE CONFLICTING PAIR IS       **
S51291**            RETURNED WITH THE REFUSAL.                       **
      **                                                             **
      **  DOMAIN :  SY                                               **
      **  CLASS  :  UT                                               **
S51226**                  AT THE TRANSACTION ENTRY POINT            **
S51227**  02SEP26  CTS    MAINTAIN THE APPROVAL-REQUIRED INDICATOR   **
S51227**                  ON THE MATRIX ROW                          **
S51290**  15OCT26  CTS    MAINTAIN THE HIGH-RISK INDICATOR ON THE    **
S51290**                  MATRIX ROW                                 **
S51291**  15OCT26  CTS    REFUSE A PERMISSION THAT GIVES THE ROLE    **
S51291**                  BOTH SIDES OF A SEGREGATION-OF-DUTIES RULE **
S51291**                  WITH NO APPROVED EXCEPTION                 **
      *****************************************************************

      **********************

S51226 COPY XCWLSECT.

S51291 COPY CCWLSODC.

       COPY CCWWROLE.
       COPY CCWWRPRM.

           IF  WRPRM-IO-OK
               MOVE WRPRM-ALLOW-IND          TO LROLM-ALLOW-IND
S51227         MOVE WRPRM-APPRV-IND          TO LROLM-APPRV-IND
S51290         MOVE WRPRM-HIRISK-IND         TO LROLM-HIRISK-IND
               MOVE WRPRM-LAST-CHG-USER-ID   TO LROLM-LAST-CHG-USER-ID
               MOVE WRPRM-LAST-CHG-DT        TO LROLM-LAST-CHG-DT
               SET LROLM-RETRN-OK            TO TRUE
               GO TO 2100-PERM-ADD-X
           END-IF.

S51291     IF  LROLM-ALLOW-IND = SPACES
S51291     OR  LROLM-ALLOW-IND = 'Y'
S51291         PERFORM 2900-CHECK-SOD-CONFLICT
S51291            THRU 2900-CHECK-SOD-CONFLICT-X
S51291         IF  NOT LROLM-RETRN-OK
S51291             GO TO 2100-PERM-ADD-X
S51291         END-IF
S51291     END-IF.

           OPEN I-O RPRM-FILE.
           IF  WRPRM-IO-NOFILE
               OPEN OUTPUT RPRM-FILE
               SET WRPRM-ALLOWED             TO TRUE
           END-IF.
S51227     MOVE LROLM-APPRV-IND              TO WRPRM-APPRV-IND.
S51290     MOVE LROLM-HIRISK-IND             TO WRPRM-HIRISK-IND.
           MOVE WGLOB-USER-ID                TO WRPRM-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WRPRM-LAST-CHG-DT.

       2200-PERM-CHANGE.
      *------------------

S51291     IF  LROLM-ALLOW-IND = 'Y'
S51291         PERFORM 2900-CHECK-SOD-CONFLICT
S51291            THRU 2900-CHECK-SOD-CONFLICT-X
S51291         IF  NOT LROLM-RETRN-OK
S51291             GO TO 2200-PERM-CHANGE-X
S51291         END-IF
S51291     END-IF.

           OPEN I-O RPRM-FILE.
           IF  WRPRM-SEQ-FILE-STATUS NOT = '00'
               SET LROLM-RETRN-ERROR         TO TRUE

           MOVE LROLM-ALLOW-IND              TO WRPRM-ALLOW-IND.
S51227     MOVE LROLM-APPRV-IND              TO WRPRM-APPRV-IND.
S51290     MOVE LROLM-HIRISK-IND             TO WRPRM-HIRISK-IND.
           MOVE WGLOB-USER-ID                TO WRPRM-LAST-CHG-USER-ID.
           MOVE WGLOB-CRNT-DT                TO WRPRM-LAST-CHG-DT.

               MOVE WRPRM-TRAN-ID            TO LROLM-TRAN-ID
               MOVE WRPRM-ALLOW-IND          TO LROLM-ALLOW-IND
S51227         MOVE WRPRM-APPRV-IND          TO LROLM-APPRV-IND
S51290         MOVE WRPRM-HIRISK-IND         TO LROLM-HIRISK-IND
               MOVE WRPRM-LAST-CHG-USER-ID   TO LROLM-LAST-CHG-USER-ID
               MOVE WRPRM-LAST-CHG-DT        TO LROLM-LAST-CHG-DT
               SET LROLM-RETRN-OK            TO TRUE

       1900-CHECK-MATRIX-ROWS-X.
           EXIT.

S51291*-------------------------
S51291 2900-CHECK-SOD-CONFLICT.
S51291*-------------------------

S51291*
S51291*  WOULD ALLOWING THIS TRANSACTION GIVE THE ROLE BOTH SIDES OF
S51291*  A CONFLICT RULE WITH NO APPROVED EXCEPTION - FAILS CLOSED:
S51291*  A CHECK THAT CANNOT BE MADE REFUSES THE CHANGE.
S51291*
S51291     MOVE SPACES                       TO LSODC-PARM-INFO
S51291                                          LROLM-CNFLT-TRAN-ID-1
S51291                                          LROLM-CNFLT-TRAN-ID-2.
S51291     SET  LSODC-FUNCTION-ROLE-CHECK    TO TRUE.
S51291     MOVE LROLM-ROLE-ID                TO LSODC-ROLE-ID.
S51291     MOVE LROLM-TRAN-ID                TO LSODC-ADD-TRAN-ID.

S51291     CALL 'ZSRQSODC' USING WGLOB-GLOBAL-AREA
S51291                           LSODC-PARM-INFO
S51291         ON EXCEPTION
S51291             SET LSODC-RETRN-ERROR     TO TRUE
S51291     END-CALL.

S51291     IF  NOT LSODC-RETRN-OK
S51291         SET LROLM-RETRN-ERROR         TO TRUE
S51291     ELSE
S51291     IF  LSODC-CONFLICT
S51291         SET LROLM-RETRN-SOD-CONFLICT  TO TRUE
S51291         MOVE LSODC-TRAN-ID-1          TO LROLM-CNFLT-TRAN-ID-1
S51291         MOVE LSODC-TRAN-ID-2          TO LROLM-CNFLT-TRAN-ID-2
S51291     ELSE
S51291         SET LROLM-RETRN-OK            TO TRUE
S51291     END-IF
S51291     END-IF.

S51291 2900-CHECK-SOD-CONFLICT-X.
S51291     EXIT.
      *****************************************************************
      **                 END OF PROGRAM ZSRQROLM                     **
      *****************************************************************
