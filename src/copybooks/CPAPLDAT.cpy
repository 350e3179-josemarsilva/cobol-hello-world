000170*  DATE       INIT  DESCRIPTION
000180*  2026-09-02 AR    INITIAL VERSION.  RECORD IS 80 BYTES LIKE
000190*                   THE OTHER FILES OF THE SUBSYSTEM.
000191*  2026-10-15 AR    APL-HORA-LIMITE (TIME OF DAY BY WHICH A RUN
000192*                   MUST BE RECORDED - LATER IS LATE) AND
000193*                   APL-META-SLA (TARGET PERCENTAGE OF
000194*                   SCHEDULED RUNS COMPLETED) CARVED FROM THE
000195*                   FILLER FOR THE FERRSLA MONTHLY SCORECARD.
000196*                   ZERO OR SPACES (RECORDS WRITTEN BEFORE THIS
000197*                   CHANGE) = PARMDAT SLAHORA/SLAMETA OR THE
000198*                   COMPILED DEFAULT.  RECORD STILL 80 BYTES.
000200*****************************************************************
000210 01  REG-APLREG.
000220     03  APL-CHAVE.
000290     03  APL-RET-MESES         PIC 9(03).
000300     03  APL-INQ-LINHAS        PIC 9(02).
000310     03  APL-CALENDARIO        PIC X(08).
000312     03  APL-HORA-LIMITE       PIC 9(06).
000314     03  APL-META-SLA          PIC 9(03).
000320     03  FILLER                PIC X(10).
