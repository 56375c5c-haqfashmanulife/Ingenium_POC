      **  DATE     AUTH.  DESCRIPTION                                **
      **                                                             **
S51209**  02SEP26  CTS    INITIAL VERSION                            **
S51281**  15OCT26  CTS    CONVERSION LINK REASON AND TERMINATED      **
S51281**                  STATUS CONDITION NAMES                     **
      *****************************************************************

       01  WCVGS-WORK-AREA.
               10  WCVGS-CONN-CVG-NUM        PIC X(02).
               10  WCVGS-CVG-CONN-REASN-CD   PIC X(01).
                   88  WCVGS-CVG-CONN-REASN-RENW    VALUE 'R'.
S51281             88  WCVGS-CVG-CONN-REASN-CNVR    VALUE 'C'.
               10  WCVGS-CVG-CSTAT-CD        PIC X(02).
                   88  WCVGS-CVG-STAT-PENDING       VALUE 'PE'.
                   88  WCVGS-CVG-STAT-PREM-PAYING   VALUE 'PP'.
                   88  WCVGS-CVG-STAT-EXPIRED       VALUE 'EX'.
                   88  WCVGS-CVG-STAT-MATURED       VALUE 'MA'.
                   88  WCVGS-CVG-STAT-REJECTED      VALUE 'RJ'.
S51281             88  WCVGS-CVG-STAT-TRMN          VALUE 'TR'.
                   88  WCVGS-CVG-STAT-TERMINATED    VALUES 'SU' 'EX'
                                                    'MA' 'TR' 'DH'.
               10  WCVGS-CVG-STAT-CD         REDEFINES
