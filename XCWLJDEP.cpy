      **            AGAINST THE COMPLETION REGISTER, HONOURING AN    **
      **            OPERATOR OVERRIDE ROW (WHOSE USE IS LOGGED);     **
      **            'RG' REGISTERS A JOB'S SUCCESSFUL COMPLETION AT  **
      **            END OF JOB.  A JOB HELD BECAUSE A HANDOFF FILE   **
      **            IT READS IS NOT REGISTERED OR FAILED ITS BALANCE **
      **            CHECK (CTRG) ALSO RETURNS THE HANDOFF ID.        **
      *****************************************************************
      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51175**  23AUG26  CTS    INITIAL VERSION                            **
S51295**  15OCT26  CTS    RETURN THE HANDOFF FILE HOLDING THE JOB    **
      *****************************************************************

       01  LJDEP-PARM-INFO.
               88  LJDEP-JOB-BLOCKED                  VALUE 'Y'.
               88  LJDEP-JOB-CLEAR                    VALUE 'N'.
           05  LJDEP-BLOCKING-JOB-ID        PIC X(08).
S51295     05  LJDEP-BLOCKING-HNDF-ID       PIC X(08).
           05  LJDEP-OVERRIDE-SW            PIC X(01).
               88  LJDEP-OVERRIDE-APPLIED             VALUE 'Y'.
           05  LJDEP-RETRN-CD               PIC X(02).
