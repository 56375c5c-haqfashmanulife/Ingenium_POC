      *****************************************************************
      **  MEMBER :  XCWL9691                                         **
      **  REMARKS:  PARAMETER AREA FOR THE CONFIGURATION AUDIT       **
      **            TRAIL WRITER (XSRU9691).  THE MAINTENANCE        **
      **            PROGRAM FOR A SECURITY OR EDIT TABLE SUPPLIES    **
      **            THE TABLE, THE KEY OF THE ROW, AND THE ROW AS    **
      **            IT WAS AND AS IT WILL BE, AND CALLS THROUGH      **
      **            XCPL9691 BEFORE IT WRITES, REWRITES OR DELETES   **
      **            THE ROW.  ANY RETURN OTHER THAN '00' MEANS THE   **
      **            CHANGE COULD NOT BE AUDITED AND MUST NOT BE      **
      **            MADE.  USER, TERMINAL AND TIME ARE TAKEN FROM    **
      **            THE GLOBAL AREA.                                 **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51292**  15OCT26  CTS    INITIAL VERSION                            **
      *****************************************************************

       01  L9691-PARM-INFO.
           05  L9691-FUNCTION-CD             PIC X(02).
               88  L9691-FUNCTION-WRITE             VALUE 'WR'.
           05  L9691-TBL-ID                  PIC X(04).
           05  L9691-ROW-KEY                 PIC X(40).
           05  L9691-ACTN-CD                 PIC X(01).
               88  L9691-ACTN-CREATE                VALUE 'C'.
               88  L9691-ACTN-UPDATE                VALUE 'U'.
               88  L9691-ACTN-DELETE                VALUE 'D'.
               88  L9691-ACTN-COPY                  VALUE 'K'.
           05  L9691-SRCE-KEY                PIC X(40).
           05  L9691-BEFORE-IMAGE            PIC X(400).
           05  L9691-AFTER-IMAGE             PIC X(400).
           05  L9691-RETRN-CD                PIC X(02).
               88  L9691-RETRN-OK                   VALUE '00'.
               88  L9691-RETRN-ERROR                VALUE '99'.
