000090*    LIMALERT - LOGDAT CAPACITY ALERT THRESHOLD   (FERRCNTX)    *
000100*    RETMESES - DEFAULT PURGE RETENTION IN MONTHS (FERRARQ)     *
000110*    INQLINHA - INQUIRY HISTORY DEPTH IN LINES    (FERRINQ)     *
000112*    EVTMESES - EVTLOG STEP-EVENT RETENTION, MONTHS (FERREVT)   *
000114*    EVTMESAL - EVTLOG 'A'-EVENT RETENTION, MONTHS  (FERREVT)   *
000115*    ARCMESES - ARCHIST RETENTION, MONTHS (084)    (FERRCAT)    *
000116*    SLAHORA  - RUN DEADLINE HHMMSS (235959)       (FERRSLA)    *
000117*    SLAMETA  - SLA TARGET, PERCENT (095)          (FERRSLA)    *
000118*    PENHORAS - HOURS A PROPOSED XADM CHANGE STAYS (FERRADM)    *
000119*               OPEN FOR APPROVAL (024)                         *
000120*  A MISSING FILE OR RECORD NEVER FAILS A RUN - THE PROGRAMS    *
000130*  FALL BACK TO THEIR COMPILED DEFAULTS.                        *
000140*-----------------------------------------------------------------
000160*  DATE       INIT  DESCRIPTION
000170*  2026-08-22 AR    INITIAL VERSION.  RECORD IS 80 BYTES LIKE
000180*                   THE OTHER FILES OF THE SUBSYSTEM.
000181*  2026-10-15 AR    EVTMESES/EVTMESAL ADDED TO THE KNOWN
000182*                   PARAMETERS (EVTLOG RETENTION, FERREVT).
000183*  2026-10-15 AR    ARCMESES ADDED (ARCHIST RETENTION, FERRCAT).
000184*  2026-10-15 AR    SLAHORA/SLAMETA ADDED (SCORECARD DEFAULTS,
000185*                   FERRSLA).
000186*  2026-10-15 AR    PENHORAS ADDED (DUAL-CONTROL DEADLINE,
000187*                   FERRADM).
000190*****************************************************************
000200 01  REG-PARMDAT.
000210     03  PRM-CHAVE.
