      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51135**  09AUG26  CTS    INITIAL VERSION                            **
S51262**  15OCT26  CTS    REPORT BACK WHETHER THE CERTIFICATE WAS    **
S51262**                  ISSUED AS AN E-TAX XML DOCUMENT, FROM THE  **
S51262**                  ECIR DELIVERY REGISTER                     **
      *****************************************************************

      **********************
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

S51262     COPY CCFHECIR.
      /
      ***************
       DATA DIVISION.
      ***************
       FILE SECTION.

S51262 COPY CCFWECIR.

      *************************
       WORKING-STORAGE SECTION.
      *************************
               88  WS-CERT-FOUND                     VALUE 'Y'.
               88  WS-CERT-NOT-FOUND                 VALUE 'N'.

S51262 COPY CCWWECIR.

      *****************
       LINKAGE SECTION.
      *****************
           END-IF.

           IF  WS-CERT-FOUND
S51262         PERFORM 1800-GET-DLVR-CHNL
S51262            THRU 1800-GET-DLVR-CHNL-X
               PERFORM 1900-WRITE-REPRINT
                  THRU 1900-WRITE-REPRINT-X
               SET LTXCR-RETRN-OK            TO TRUE
       1250-CHECK-NCTD-REC-X.
           EXIT.

S51262*----------------------
S51262 1800-GET-DLVR-CHNL.
S51262*----------------------

S51262*
S51262*  THE CALLING SCREEN TELLS THE REQUESTER WHEN THE ORIGINAL
S51262*  WENT TO THE MY NUMBER PORTAL RATHER THAN BY POST.  NO
S51262*  REGISTER ENTRY MEANS THE CERTIFICATE WAS PRINTED.
S51262*
S51262     SET LTXCR-DLVR-PAPER              TO TRUE.

S51262     OPEN INPUT ECIR-FILE.
S51262     IF  NOT WECIR-IO-OK
S51262         GO TO 1800-GET-DLVR-CHNL-X
S51262     END-IF.

S51262     MOVE LTXCR-POL-ID                 TO WECIR-POL-ID.
S51262     MOVE LTXCR-TAX-YR                 TO WECIR-TAX-YR.
S51262     IF  LTXCR-CERT-TYP-NCTD
S51262         SET WECIR-CERT-NURSING        TO TRUE
S51262     ELSE
S51262         SET WECIR-CERT-GENERAL        TO TRUE
S51262     END-IF.

S51262     READ ECIR-FILE
S51262         INVALID KEY
S51262             MOVE '23' TO WECIR-SEQ-FILE-STATUS
S51262     END-READ.

S51262     IF  WECIR-IO-OK
S51262     AND WECIR-DLVR-ELECTRONIC
S51262         SET LTXCR-DLVR-ELECTRONIC     TO TRUE
S51262     END-IF.

S51262     CLOSE ECIR-FILE.

S51262 1800-GET-DLVR-CHNL-X.
S51262     EXIT.

      *----------------------
       1900-WRITE-REPRINT.
      *----------------------
