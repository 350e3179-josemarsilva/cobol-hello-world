000010*****************************************************************
000020*  CPCALDAT                                                     *
000030*  RECORD LAYOUT FOR THE PROCESSING CALENDAR FILE (CALEND).     *
000040*  ONE RECORD PER CALENDAR AND DATE, KEYED BY BOTH, SAYING      *
000050*  WHETHER THE DATE IS A WORKING DAY AND HOW MANY RUNS OF THE   *
000060*  JOB STREAM ARE EXPECTED ON IT (ZERO ON HOLIDAYS).            *
000070*  READ BY FERRCAL TO DETECT NIGHTS THE SCHEDULER SKIPPED AND   *
000080*  NIGHTS THE JOB WAS SUBMITTED MORE TIMES THAN EXPECTED.       *
000090*-----------------------------------------------------------------
000110*  DATE       INIT  DESCRIPTION
000120*  2026-08-22 AR    INITIAL VERSION.  RECORD IS 80 BYTES LIKE
000130*                   THE OTHER FILES OF THE SUBSYSTEM.
000131*  2026-10-15 AR    SEVERAL CALENDARS IN ONE FILE: THE KEY IS
000132*                   NOW CAL-CALENDARIO + CAL-DATA, SO EACH JOB
000133*                   STREAM IS VALIDATED AGAINST THE CALENDAR
000134*                   REGISTERED FOR IT IN APLREG (APL-CALENDARIO)
000135*                   AND A STREAM THAT RUNS ON WEEKENDS OR MORE
000136*                   THAN ONCE A DAY CAN BE DESCRIBED.  STREAMS
000137*                   WITH NO CALENDAR REGISTERED USE 'PADRAO',
000138*                   THE FORMER SHOP-WIDE CALENDAR.  THE KEY
000139*                   CHANGE MEANS CALEND IS REBUILT: EACH
000140*                   CALENDAR IS REGENERATED WITH FERRCGE IN
000141*                   FULL-LOAD MODE.  RECORD STILL 80 BYTES.
000146*****************************************************************
000150 01  REG-CALEND.
000160     03  CAL-CHAVE.
000165         05  CAL-CALENDARIO    PIC X(08).
000170         05  CAL-DATA          PIC 9(08).
000180     03  CAL-TIPO-DIA          PIC X(01).
000190         88  CAL-DIA-UTIL                 VALUE 'U'.
000200         88  CAL-FERIADO                  VALUE 'F'.
000210         88  CAL-FIM-SEMANA               VALUE 'W'.
000220     03  CAL-QTD-ESPERADA      PIC 9(03).
000230     03  FILLER                PIC X(60).
