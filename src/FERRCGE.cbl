000160*  IN CALEND ARE LEFT UNTOUCHED, SO A YEARLY EXTENSION NEVER    *
000170*  DESTROYS MANUAL OVERRIDES; FULL-LOAD MODE REWRITES THEM.     *
000180*  PARM: ANO(4) + QTD-ESPERADA(3) + MODO(1: 'A' REFRESH -       *
000190*  DEFAULT - OU 'C' CARGA COMPLETA) + CALENDARIO(8) +           *
000191*  QTD-FIM-SEMANA(3).  CALEND HOLDS ONE CALENDAR PER JOB        *
000192*  STREAM (APL-CALENDARIO IN APLREG); EACH RUN BUILDS OR        *
000193*  REFRESHES THE ONE NAMED CALENDAR ONLY (BLANK = 'PADRAO').    *
000194*  QTD-FIM-SEMANA GIVES THE RUNS EXPECTED ON SATURDAYS AND      *
000195*  SUNDAYS FOR A STREAM THAT RUNS ON WEEKENDS (DEFAULT ZERO).   *
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000230*  2026-09-02 AR    INITIAL VERSION.
000231*  2026-10-15 AR    PER-APPLICATION CALENDARS: THE PARM NOW ENDS
000232*                   WITH THE CALENDAR ID (CAL-CALENDARIO, PART
000233*                   OF THE CALEND KEY) AND THE EXPECTED RUNS ON
000234*                   WEEKEND DAYS.  ONLY THE NAMED CALENDAR IS
000235*                   WRITTEN; THE OLD 8-BYTE PARM STILL WORKS AND
000236*                   BUILDS THE DEFAULT CALENDAR 'PADRAO'.
000240*****************************************************************
000250 PROGRAM-ID.    FERRCGE.
000260 AUTHOR.        ANDRE.
000650*---------------------------------------------------------------*
000660 77  WRK-ANO                   PIC 9(04)  VALUE  ZEROS.
000670 77  WRK-QTD-ESPERADA          PIC 9(03)  VALUE  001.
000672 77  WRK-QTD-FIM-SEMANA        PIC 9(03)  VALUE  ZEROS.
000674 77  WRK-CALENDARIO            PIC X(08)  VALUE  'PADRAO'.
000680 77  WRK-DATA-HOJE             PIC 9(08)  VALUE  ZEROS.
000690*---------------------------------------------------------------*
000700*    DATA CORRENTE DA GERACAO                                    *
001180         05  LS-PARM-ANO       PIC 9(04).
001190         05  LS-PARM-QTD       PIC 9(03).
001200         05  LS-PARM-MODO      PIC X(01).
001202         05  LS-PARM-CALENDARIO
001204                               PIC X(08).
001206         05  LS-PARM-QTD-FDS   PIC 9(03).
001210 PROCEDURE  DIVISION  USING  LS-PARM-AREA.
001220
001230 0000-MAINLINE  SECTION.
001550         (LS-PARM-MODO  =  'A'  OR  LS-PARM-MODO  =  'C')
001560         MOVE  LS-PARM-MODO  TO  WRK-MODO
001570     END-IF.
001572     IF  LS-PARM-LEN  >=  16  AND
001574         LS-PARM-CALENDARIO  NOT  =  SPACES
001576         MOVE  LS-PARM-CALENDARIO  TO  WRK-CALENDARIO
001578     END-IF.
001580     IF  LS-PARM-LEN  >=  19           AND
001582         LS-PARM-QTD-FDS  IS  NUMERIC
001584         MOVE  LS-PARM-QTD-FDS  TO  WRK-QTD-FIM-SEMANA
001586     END-IF.
001588
001590     DISPLAY  'FERRCGE - CALENDARIO '  WRK-CALENDARIO
001595              ' ANO '  WRK-ANO
001600              ' QTD ESPERADA '  WRK-QTD-ESPERADA
001605              ' FIM DE SEMANA '  WRK-QTD-FIM-SEMANA
001610              ' MODO '  WRK-MODO.
001620     MOVE  WRK-ANO  TO  WRK-GER-ANO.
001630
002810              THRU  3300-PROCURAR-FERIADO-EXIT.
002820
002830     MOVE  SPACES               TO  REG-CALEND.
002835     MOVE  WRK-CALENDARIO       TO  CAL-CALENDARIO.
002840     MOVE  WRK-DATA-GERADA-NUM  TO  CAL-DATA.
002850     EVALUATE  TRUE
002860         WHEN  E-FERIADO
002890             ADD  1  TO  WRK-QTD-FER
002900         WHEN  DIA-E-FIM-SEMANA
002910             MOVE  'W'    TO  CAL-TIPO-DIA
002920             MOVE  WRK-QTD-FIM-SEMANA  TO  CAL-QTD-ESPERADA
002930             ADD  1  TO  WRK-QTD-FDS
002940         WHEN  OTHER
002950             MOVE  'U'              TO  CAL-TIPO-DIA
003690
003700 9999-FINALIZAR  SECTION.
003710     CLOSE  CALEND.
003715     DISPLAY  'FERRCGE - CALENDARIO '  WRK-CALENDARIO.
003720     DISPLAY  'FERRCGE - GRAVADOS: '  WRK-QTD-GRAVADOS
003730              ' PRESERVADOS: '  WRK-QTD-PRESERVADOS
003740              ' REGRAVADOS: '  WRK-QTD-REGRAVADOS.
