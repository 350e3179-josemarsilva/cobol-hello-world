000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030*  PROGRAM-ID : FERRSLA                                         *
000040*  AUTHOR     : ANDRE                                           *
000050*  INSTALLATION : DATA CENTER - BATCH OPERATIONS                *
000060*  DATE-WRITTEN : 2026-10-15                                    *
000070*  PURPOSE                                                      *
000080*  MONTHLY SLA AND AVAILABILITY SCORECARD PER APPLICATION.  FOR *
000090*  THE MONTH SCORED, EACH APPLICATION IS MEASURED AGAINST THE   *
000100*  RUNS ITS CALENDAR EXPECTED:                                  *
000110*    CALEND  - EXPECTED RUNS PER DAY (APL-CALENDARIO, BLANK =   *
000120*              'PADRAO');                                       *
000130*    SUMDAT  - RUNS PER DAY; LOGDAT - THE SAME RUNS WITH THEIR  *
000140*              TIME, CHECKED AGAINST THE APPLICATION'S DEADLINE *
000150*              (APL-HORA-LIMITE).  A DEADLINE EARLIER THAN THE  *
000151*              BATCH WINDOW START (DEFAULT 180000-060000, AS IN *
000152*              FERRALT) BELONGS TO A STREAM THAT CROSSES        *
000153*              MIDNIGHT: ONLY RUNS AFTER THE DEADLINE AND       *
000154*              BEFORE THE WINDOW START ARE LATE, RUNS FROM THE  *
000155*              WINDOW START ON ARE THAT NIGHT'S AND ON TIME.    *
000156*              A DAY'S RUNS ARE THE LARGER OF THE TWO COUNTS;   *
000160*              RUNS UP TO THE EXPECTED COUNT ARE COMPLETED,     *
000170*              RUNS ABOVE IT ARE DUPLICATES;                    *
000180*    EVTLOG  - STEP OUTCOMES AND ELAPSED TIMES (I/F PAIRS AS IN *
000190*              FERRDUR): 'F' WITH RC ABOVE 04 = FAILED STEP, 'I'*
000200*              WITHOUT 'F' BY THE END OF THE NIGHT = ABEND, 'R' *
000210*              = QUOTA REFUSAL.  EVENTS WITHOUT APPLICATION ARE *
000220*              COUNTED FOR THE DEFAULT APPLICATION (FERRCNTX).  *
000230*  THE PERCENT OF EXPECTED RUNS COMPLETED IS COMPARED WITH THE  *
000240*  APPLICATION'S TARGET (APL-META-SLA) AND WITH THE THREE       *
000250*  PREVIOUS MONTHS KEPT IN THE SCORECARD HISTORY (SLAHIS, ONE   *
000260*  RECORD PER APPLICATION AND MONTH, REPLACED ON A RE-RUN).     *
000270*  AN APPLICATION BELOW ITS TARGET IS FLAGGED ON RELSLA AND     *
000280*  ENDS THE STEP WITH RC 04.  DIALS AT ZERO FALL BACK TO        *
000290*  PARMDAT SLAHORA/SLAMETA, THEN TO 235959 AND 095.  ONLY       *
000300*  CLOSED MONTHS ARE SCORED.  THE RUN TIMES COME FROM LOGDAT:   *
000310*  SCORE A MONTH BEFORE FERRARQ MOVES IT TO HISTLOG.            *
000320*  PARM: ANOMES(6, BLANK = PREVIOUS MONTH) + APLICACAO(8,       *
000330*  BLANK = EVERY ACTIVE APPLICATION OF THE REGISTRY, APLREG) +  *
000331*  JANELA-INI(6) + JANELA-FIM(6) (BATCH WINDOW, AS IN FERRALT). *
000340*-----------------------------------------------------------------
000350*  MODIFICATION HISTORY
000360*  DATE       INIT  DESCRIPTION
000370*  2026-10-15 AR    INITIAL VERSION.
000380*****************************************************************
000390 PROGRAM-ID.    FERRSLA.
000400 AUTHOR.        ANDRE.
000410 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000420 DATE-WRITTEN.  2026-10-15.
000430 DATE-COMPILED.
000440 ENVIRONMENT  DIVISION.
000450 INPUT-OUTPUT  SECTION.
000460 FILE-CONTROL.
000470     SELECT  CALEND    ASSIGN  TO  DISK
000480         ORGANIZATION  IS  INDEXED
000490         ACCESS MODE   IS  DYNAMIC
000500         RECORD KEY    IS  CAL-CHAVE
000510         FILE STATUS   IS  WRK-FS-CALEND.
000520     SELECT  SUMDAT    ASSIGN  TO  DISK
000530         ORGANIZATION  IS  INDEXED
000540         ACCESS MODE   IS  DYNAMIC
000550         RECORD KEY    IS  SUM-CHAVE
000560         FILE STATUS   IS  WRK-FS-SUMDAT.
000570     SELECT  LOGDAT    ASSIGN  TO  DISK
000580         ORGANIZATION  IS  INDEXED
000590         ACCESS MODE   IS  DYNAMIC
000600         RECORD KEY    IS  LOG-CHAVE
000610         FILE STATUS   IS  WRK-FS-LOGDAT.
000620     SELECT  SLAHIS    ASSIGN  TO  DISK
000630         ORGANIZATION  IS  INDEXED
000640         ACCESS MODE   IS  DYNAMIC
000650         RECORD KEY    IS  SLA-CHAVE
000660         FILE STATUS   IS  WRK-FS-SLAHIS.
000670     SELECT  APLREG    ASSIGN  TO  DISK
000680         ORGANIZATION  IS  INDEXED
000690         ACCESS MODE   IS  DYNAMIC
000700         RECORD KEY    IS  APL-CHAVE
000710         FILE STATUS   IS  WRK-FS-APLREG.
000720     SELECT  PARMDAT   ASSIGN  TO  DISK
000730         ORGANIZATION  IS  INDEXED
000740         ACCESS MODE   IS  DYNAMIC
000750         RECORD KEY    IS  PRM-CHAVE
000760         FILE STATUS   IS  WRK-FS-PARMDAT.
000770     SELECT  EVTLOG    ASSIGN  TO  DISK
000780         ORGANIZATION  IS  INDEXED
000790         ACCESS MODE   IS  DYNAMIC
000800         RECORD KEY    IS  EVT-CHAVE
000810         FILE STATUS   IS  WRK-FS-EVTLOG.
000820     SELECT  RELSLA    ASSIGN  TO  PRINTER
000830         FILE STATUS   IS  WRK-FS-RELSLA.
000840 DATA  DIVISION.
000850 FILE  SECTION.
000860 FD  CALEND
000870     LABEL RECORD STANDARD VALUE OF FILE-ID IS "calend.dat".
000880     COPY  CPCALDAT.
000890 FD  SUMDAT
000900     LABEL RECORD STANDARD VALUE OF FILE-ID IS "sumdat.dat".
000910     COPY  CPSUMDAT.
000920 FD  LOGDAT
000930     LABEL RECORD STANDARD VALUE OF FILE-ID IS "log.dat".
000940     COPY  CPLOGDAT.
000950 FD  SLAHIS
000960     LABEL RECORD STANDARD VALUE OF FILE-ID IS "slahis.dat".
000970     COPY  CPSLADAT.
000980 FD  APLREG
000990     LABEL RECORD STANDARD VALUE OF FILE-ID IS "aplreg.dat".
001000     COPY  CPAPLDAT.
001010 FD  PARMDAT
001020     LABEL RECORD STANDARD VALUE OF FILE-ID IS "parmdat.dat".
001030     COPY  CPPRMDAT.
001040 FD  EVTLOG
001050     LABEL RECORD STANDARD VALUE OF FILE-ID IS "evtlog.dat".
001060     COPY  CPEVTDAT.
001070 FD  RELSLA
001080     LABEL RECORD STANDARD VALUE OF FILE-ID IS "relsla.lst".
001090 01  REG-RELSLA                PIC X(132).
001100 WORKING-STORAGE  SECTION.
001110 77  WRK-RC                    PIC X(02)  VALUE  '00'.
001120 77  WRK-FS-CALEND             PIC X(02)  VALUE  '00'.
001130 77  WRK-FS-SUMDAT             PIC X(02)  VALUE  '00'.
001140 77  WRK-FS-LOGDAT             PIC X(02)  VALUE  '00'.
001150 77  WRK-FS-SLAHIS             PIC X(02)  VALUE  '00'.
001160 77  WRK-FS-APLREG             PIC X(02)  VALUE  '00'.
001170 77  WRK-FS-PARMDAT            PIC X(02)  VALUE  '00'.
001180 77  WRK-FS-EVTLOG             PIC X(02)  VALUE  '00'.
001190 77  WRK-FS-RELSLA             PIC X(02)  VALUE  '00'.
001200 77  WRK-FIM-CALEND            PIC X(01)  VALUE  'N'.
001210     88  FIM-CALEND                       VALUE  'S'.
001220 77  WRK-FIM-SUMDAT            PIC X(01)  VALUE  'N'.
001230     88  FIM-SUMDAT                       VALUE  'S'.
001240 77  WRK-FIM-LOGDAT            PIC X(01)  VALUE  'N'.
001250     88  FIM-LOGDAT                       VALUE  'S'.
001260 77  WRK-FIM-EVTLOG            PIC X(01)  VALUE  'N'.
001270     88  FIM-EVTLOG                       VALUE  'S'.
001280 77  WRK-FIM-APLREG            PIC X(01)  VALUE  'N'.
001290     88  FIM-APLREG                       VALUE  'S'.
001300 77  WRK-TODAS-APLIC           PIC X(01)  VALUE  'N'.
001310     88  APURAR-TODAS                     VALUE  'S'.
001320 77  WRK-SW-APLREG             PIC X(01)  VALUE  'N'.
001330     88  APLREG-ABERTO                    VALUE  'S'.
001340 77  WRK-SW-ENTRADAS           PIC X(01)  VALUE  'N'.
001350     88  ENTRADAS-ABERTAS                 VALUE  'S'.
001360 77  WRK-SW-RELSLA             PIC X(01)  VALUE  'N'.
001370     88  RELSLA-ABERTO                    VALUE  'S'.
001380 77  WRK-SW-CALENDARIO         PIC X(01)  VALUE  'N'.
001390     88  CALENDARIO-ACHADO                VALUE  'S'.
001400 77  WRK-ACHOU-INICIO          PIC X(01)  VALUE  'N'.
001410     88  ACHOU-INICIO                     VALUE  'S'.
001420 01  WRK-SW-EVTLOG.
001430     03  WRK-SW-EVTLOG-OK      PIC X(01)  VALUE  'N'.
001440         88  EVTLOG-DISPONIVEL            VALUE  'S'.
001450 01  WRK-DATA-HOJE             PIC 9(08)  VALUE  ZEROS.
001460 01  WRK-DATA-HOJE-R  REDEFINES  WRK-DATA-HOJE.
001470     03  WRK-HOJE-ANOMES       PIC 9(06).
001480     03  FILLER                PIC 9(02).
001490 77  WRK-TIME                  PIC X(08)  VALUE  SPACES.
001500 77  WRK-HORA                  PIC X(06)  VALUE  SPACES.
001510*---------------------------------------------------------------*
001520*    CAMPOS DE MONTAGEM DO EVENTO OPERACIONAL (EVTLOG)          *
001530*---------------------------------------------------------------*
001540 77  WRK-EVT-SEQ               PIC 9(03)  VALUE  ZEROS.
001550 77  WRK-EVT-TIPO              PIC X(01)  VALUE  SPACES.
001560 77  WRK-EVT-QTD-1             PIC 9(09)  VALUE  ZEROS.
001570 77  WRK-EVT-QTD-2             PIC 9(09)  VALUE  ZEROS.
001580 77  WRK-EVT-TEXTO             PIC X(26)  VALUE  SPACES.
001590*---------------------------------------------------------------*
001600*    MES APURADO, SEUS LIMITES E OS TRES MESES ANTERIORES       *
001610*---------------------------------------------------------------*
001620 01  WRK-ANOMES-SLA.
001630     03  WRK-AS-ANO            PIC 9(04).
001640     03  WRK-AS-MES            PIC 9(02).
001650 01  WRK-ANOMES-SLA-9  REDEFINES  WRK-ANOMES-SLA
001660                               PIC 9(06).
001670 01  WRK-ANOMES-ANT.
001680     03  WRK-AA-ANO            PIC 9(04).
001690     03  WRK-AA-MES            PIC 9(02).
001700 01  WRK-ANOMES-ANT-9  REDEFINES  WRK-ANOMES-ANT
001710                               PIC 9(06).
001720 01  TAB-MESES-ANTERIORES.
001730     03  MANT-ANOMES  OCCURS  3  TIMES
001740                               PIC 9(06).
001750 77  WRK-DATA-INICIO-MES       PIC 9(08)  VALUE  ZEROS.
001760 77  WRK-DATA-FIM-MES          PIC 9(08)  VALUE  ZEROS.
001770 01  WRK-DATA-DECOMP           PIC 9(08)  VALUE  ZEROS.
001780 01  WRK-DATA-DECOMP-R  REDEFINES  WRK-DATA-DECOMP.
001790     03  WRK-DD-ANOMES         PIC 9(06).
001800     03  WRK-DD-DIA            PIC 9(02).
001810*---------------------------------------------------------------*
001820*    APLICACAO EM APURACAO E SEUS DIAIS (APLREG, SENAO PARMDAT, *
001830*    SENAO O PADRAO COMPILADO)                                  *
001840*---------------------------------------------------------------*
001850 77  WRK-APLICACAO             PIC X(08)  VALUE  'FERRCNTX'.
001860 77  WRK-CALENDARIO            PIC X(08)  VALUE  SPACES.
001870 77  WRK-HORA-LIMITE           PIC 9(06)  VALUE  ZEROS.
001880 77  WRK-META                  PIC 9(03)  VALUE  ZEROS.
001890 77  WRK-HORA-LIMITE-PADRAO    PIC 9(06)  VALUE  235959.
001900 77  WRK-META-PADRAO           PIC 9(03)  VALUE  095.
001901*---------------------------------------------------------------*
001902*    JANELA DO BATCH (MESMO PADRAO E PARM DO FERRALT)           *
001903*---------------------------------------------------------------*
001904 77  WRK-JANELA-INI            PIC 9(06)  VALUE  180000.
001905 77  WRK-JANELA-FIM            PIC 9(06)  VALUE  060000.
001910*---------------------------------------------------------------*
001920*    EXECUCOES POR DIA DO MES                                   *
001930*---------------------------------------------------------------*
001940 01  TAB-DIAS.
001950     03  TAB-DIA  OCCURS  31  TIMES.
001960         05  DIA-ESPERADA      PIC 9(05).
001970         05  DIA-SUMDAT        PIC 9(05).
001980         05  DIA-LOGDAT        PIC 9(05).
001990 77  IND                       PIC S9(03)  COMP  VALUE  ZEROS.
002000 77  WRK-EXEC-DIA              PIC 9(05)  VALUE  ZEROS.
002010*---------------------------------------------------------------*
002020*    PASSOS ABERTOS NA NOITE CORRENTE (PARES I/F DO EVTLOG)     *
002030*---------------------------------------------------------------*
002040 01  TAB-ABERTOS.
002050     03  TAB-ABT  OCCURS  50  TIMES.
002060         05  ABT-PROGRAMA      PIC X(08).
002070         05  ABT-HORA          PIC 9(06).
002080         05  ABT-ATIVO         PIC X(01).
002090             88  ABT-PENDENTE             VALUE  'S'.
002100 77  WRK-QTD-ABERTOS           PIC S9(03)  COMP  VALUE  ZEROS.
002110 77  WRK-LIMITE-ABERTOS        PIC S9(03)  COMP  VALUE  50.
002120 77  WRK-DATA-ATUAL            PIC 9(08)  VALUE  ZEROS.
002130 01  WRK-HORA-DECOMP.
002140     03  WRK-HD-HH             PIC 9(02).
002150     03  WRK-HD-MM             PIC 9(02).
002160     03  WRK-HD-SS             PIC 9(02).
002170 77  WRK-SEG-INICIO            PIC 9(09)  VALUE  ZEROS.
002180 77  WRK-SEG-FIM               PIC 9(09)  VALUE  ZEROS.
002190 77  WRK-SEG-DECORRIDOS        PIC S9(09)  VALUE  ZEROS.
002200*---------------------------------------------------------------*
002210*    APURACAO DA APLICACAO                                      *
002220*---------------------------------------------------------------*
002230 77  WRK-QTD-ESPERADA          PIC 9(05)  VALUE  ZEROS.
002240 77  WRK-QTD-CUMPRIDA          PIC 9(05)  VALUE  ZEROS.
002250 77  WRK-QTD-ATRASADA          PIC 9(05)  VALUE  ZEROS.
002260 77  WRK-QTD-DUPLICADA         PIC 9(05)  VALUE  ZEROS.
002270 77  WRK-QTD-PASSOS            PIC 9(05)  VALUE  ZEROS.
002280 77  WRK-QTD-FALHA             PIC 9(05)  VALUE  ZEROS.
002290 77  WRK-QTD-ABEND             PIC 9(05)  VALUE  ZEROS.
002300 77  WRK-QTD-RECUSA            PIC 9(05)  VALUE  ZEROS.
002310 77  WRK-SEG-TOTAL             PIC 9(11)  VALUE  ZEROS.
002320 77  WRK-SEG-MAXIMO            PIC 9(09)  VALUE  ZEROS.
002330 77  WRK-SEG-MEDIO             PIC 9(09)  VALUE  ZEROS.
002340 77  WRK-PCT-CUMPRIDO          PIC 9(03)V9  VALUE  ZEROS.
002350 77  WRK-PCT-EDITADO           PIC ZZ9.9.
002360 77  WRK-PCT-ANTERIOR          PIC X(05)  VALUE  SPACES.
002370 77  WRK-SITUACAO              PIC X(01)  VALUE  SPACES.
002380     88  APLIC-ABAIXO-META                VALUE  'S'.
002390*---------------------------------------------------------------*
002400*    TOTAIS DA EXECUCAO                                         *
002410*---------------------------------------------------------------*
002420 77  WRK-QTD-APLICACOES        PIC 9(05)  VALUE  ZEROS.
002430 77  WRK-QTD-ABAIXO            PIC 9(05)  VALUE  ZEROS.
002440 77  WRK-QTD-SEM-CALEND        PIC 9(05)  VALUE  ZEROS.
002450 77  WRK-TOT-ESPERADA          PIC 9(09)  VALUE  ZEROS.
002460 77  WRK-TOT-CUMPRIDA          PIC 9(09)  VALUE  ZEROS.
002470*---------------------------------------------------------------*
002480*    LINHAS DE IMPRESSAO                                        *
002490*---------------------------------------------------------------*
002500 01  WRK-LINHA-TITULO.
002510     03  FILLER                PIC X(42)   VALUE
002520         'FERRSLA - INDICADORES DE SLA POR APLICACAO'.
002530     03  FILLER                PIC X(07)   VALUE  '  MES: '.
002540     03  WL-TIT-ANOMES         PIC 9(06).
002550     03  FILLER                PIC X(08)   VALUE  '  DATA: '.
002560     03  WL-TIT-DATA           PIC 9(08).
002570     03  FILLER                PIC X(61)   VALUE  SPACES.
002580 01  WRK-LINHA-MESES.
002590     03  FILLER                PIC X(24)   VALUE
002600         'MESES ANTERIORES:  M-1 '.
002610     03  WL-MES-ANT-1          PIC 9(06).
002620     03  FILLER                PIC X(06)   VALUE  '  M-2 '.
002630     03  WL-MES-ANT-2          PIC 9(06).
002640     03  FILLER                PIC X(06)   VALUE  '  M-3 '.
002650     03  WL-MES-ANT-3          PIC 9(06).
002660     03  FILLER                PIC X(78)   VALUE  SPACES.
002670 01  WRK-LINHA-CABEC.
002680     03  FILLER                PIC X(44)   VALUE
002690         'APLIC.    ESPER CUMPR  %CUMP ATRAS  DUPL PAS'.
002700     03  FILLER                PIC X(44)   VALUE
002710         'SO FALHA ABEND RECUS  T.MEDIO    T.MAX META '.
002720     03  FILLER                PIC X(44)   VALUE
002730         '  M-1   M-2   M-3  SITUACAO'.
002740 01  WRK-LINHA-DET.
002750     03  WL-DET-APLICACAO      PIC X(08).
002760     03  FILLER                PIC X(02)   VALUE  SPACES.
002770     03  WL-DET-ESPERADA       PIC ZZZZ9.
002780     03  FILLER                PIC X(01)   VALUE  SPACES.
002790     03  WL-DET-CUMPRIDA       PIC ZZZZ9.
002800     03  FILLER                PIC X(02)   VALUE  SPACES.
002810     03  WL-DET-PCT            PIC ZZ9.9.
002820     03  FILLER                PIC X(01)   VALUE  SPACES.
002830     03  WL-DET-ATRASADA       PIC ZZZZ9.
002840     03  FILLER                PIC X(01)   VALUE  SPACES.
002850     03  WL-DET-DUPLICADA      PIC ZZZZ9.
002860     03  FILLER                PIC X(01)   VALUE  SPACES.
002870     03  WL-DET-PASSOS         PIC ZZZZ9.
002880     03  FILLER                PIC X(01)   VALUE  SPACES.
002890     03  WL-DET-FALHA          PIC ZZZZ9.
002900     03  FILLER                PIC X(01)   VALUE  SPACES.
002910     03  WL-DET-ABEND          PIC ZZZZ9.
002920     03  FILLER                PIC X(01)   VALUE  SPACES.
002930     03  WL-DET-RECUSA         PIC ZZZZ9.
002940     03  FILLER                PIC X(01)   VALUE  SPACES.
002950     03  WL-DET-SEG-MEDIO      PIC ZZZZZZZ9.
002960     03  FILLER                PIC X(01)   VALUE  SPACES.
002970     03  WL-DET-SEG-MAXIMO     PIC ZZZZZZZ9.
002980     03  FILLER                PIC X(02)   VALUE  SPACES.
002990     03  WL-DET-META           PIC ZZ9.
003000     03  FILLER                PIC X(01)   VALUE  SPACES.
003010     03  WL-DET-MES-1          PIC X(05).
003020     03  FILLER                PIC X(01)   VALUE  SPACES.
003030     03  WL-DET-MES-2          PIC X(05).
003040     03  FILLER                PIC X(01)   VALUE  SPACES.
003050     03  WL-DET-MES-3          PIC X(05).
003060     03  FILLER                PIC X(02)   VALUE  SPACES.
003070     03  WL-DET-SITUACAO       PIC X(14).
003080     03  FILLER                PIC X(11)   VALUE  SPACES.
003090 01  WRK-LINHA-DIAIS.
003100     03  FILLER                PIC X(10)   VALUE  SPACES.
003110     03  FILLER                PIC X(12)   VALUE  'CALENDARIO: '.
003120     03  WL-DIA-CALENDARIO     PIC X(08).
003130     03  FILLER                PIC X(16)   VALUE
003140         '  HORA LIMITE: '.
003150     03  WL-DIA-HORA-LIMITE    PIC 9(06).
003160     03  FILLER                PIC X(80)   VALUE  SPACES.
003170 01  WRK-LINHA-TOTAL.
003180     03  FILLER                PIC X(26)   VALUE
003190         'TOTAL GERAL - APLICACOES: '.
003200     03  WL-TOT-APLICACOES     PIC ZZZZ9.
003210     03  FILLER                PIC X(13)   VALUE
003220         '  ESPERADAS: '.
003230     03  WL-TOT-ESPERADA       PIC ZZZZZZZZ9.
003240     03  FILLER                PIC X(13)   VALUE
003250         '  CUMPRIDAS: '.
003260     03  WL-TOT-CUMPRIDA       PIC ZZZZZZZZ9.
003270     03  FILLER                PIC X(04)   VALUE  '  ( '.
003280     03  WL-TOT-PCT            PIC ZZ9.9.
003290     03  FILLER                PIC X(04)   VALUE  '% ) '.
003300     03  FILLER                PIC X(20)   VALUE
003310         '  ABAIXO DA META: '.
003320     03  WL-TOT-ABAIXO         PIC ZZZZ9.
003330     03  FILLER                PIC X(19)   VALUE  SPACES.
003340 LINKAGE  SECTION.
003350 01  LS-PARM-AREA.
003360     03  LS-PARM-LEN           PIC S9(04)  COMP.
003370     03  LS-PARM-DADOS.
003380         05  LS-PARM-ANOMES    PIC X(06).
003390         05  LS-PARM-APLICACAO PIC X(08).
003391         05  LS-PARM-JAN-INI   PIC 9(06).
003392         05  LS-PARM-JAN-FIM   PIC 9(06).
003400 PROCEDURE  DIVISION  USING  LS-PARM-AREA.
003410
003420 0000-MAINLINE  SECTION.
003430     DISPLAY  'FERRSLA - INICIO DOS INDICADORES DE SLA'.
003440     PERFORM  1000-INICIALIZAR
003450              THRU  1000-INICIALIZAR-EXIT.
003460     IF  APURAR-TODAS
003470         PERFORM  1500-LER-APLREG  THRU  1500-LER-APLREG-EXIT
003480         PERFORM  1600-APURAR-REGISTRADA
003490                  THRU  1600-APURAR-REGISTRADA-EXIT
003500                  UNTIL  FIM-APLREG
003510     ELSE
003520         PERFORM  5000-APURAR-APLICACAO
003530                  THRU  5000-APURAR-APLICACAO-EXIT
003540     END-IF.
003550     PERFORM  4000-TOTALIZAR
003560              THRU  4000-TOTALIZAR-EXIT.
003570     PERFORM  9999-FINALIZAR
003580              THRU  9999-FINALIZAR-EXIT.
003590 0000-MAINLINE-EXIT.
003600     EXIT.
003610
003620*---------------------------------------------------------------*
003630*    1000 - INTERPRETA O PARM, CRITICA O MES, LE OS PADROES DE  *
003640*           PARMDAT, ABRE OS ARQUIVOS E IMPRIME O CABECALHO     *
003650*---------------------------------------------------------------*
003660 1000-INICIALIZAR  SECTION.
003670     ACCEPT  WRK-DATA-HOJE  FROM  DATE  YYYYMMDD.
003680     ACCEPT  WRK-TIME       FROM  TIME.
003690     MOVE  WRK-TIME  TO  WRK-HORA.
003700
003710     PERFORM  7000-ABRIR-EVTLOG  THRU  7000-ABRIR-EVTLOG-EXIT.
003720     MOVE  'I'      TO  WRK-EVT-TIPO.
003730     MOVE  ZEROS    TO  WRK-EVT-QTD-1  WRK-EVT-QTD-2.
003740     MOVE  'INICIO DA APURACAO DE SLA'  TO  WRK-EVT-TEXTO.
003750     PERFORM  8000-GRAVAR-EVENTO
003760              THRU  8000-GRAVAR-EVENTO-EXIT.
003770
003780*    MES EM BRANCO = MES ANTERIOR AO CORRENTE (A EXECUCAO NORMAL
003790*    E NO INICIO DO MES, APURANDO O MES QUE ACABOU DE FECHAR).
003800     IF  LS-PARM-LEN  >=  6  AND
003810         LS-PARM-ANOMES  NOT  =  SPACES
003820         MOVE  LS-PARM-ANOMES   TO  WRK-ANOMES-SLA
003830     ELSE
003840         MOVE  WRK-HOJE-ANOMES  TO  WRK-ANOMES-SLA-9
003850         IF  WRK-AS-MES  =  01
003860             SUBTRACT  1  FROM  WRK-AS-ANO
003870             MOVE  12  TO  WRK-AS-MES
003880         ELSE
003890             SUBTRACT  1  FROM  WRK-AS-MES
003900         END-IF
003910     END-IF.
003920     PERFORM  1050-CRITICAR-MES  THRU  1050-CRITICAR-MES-EXIT.
003930     COMPUTE  WRK-DATA-INICIO-MES  =  WRK-ANOMES-SLA-9 * 100 + 1.
003940     COMPUTE  WRK-DATA-FIM-MES     =  WRK-ANOMES-SLA-9 * 100 + 31.
003950     MOVE  WRK-ANOMES-SLA-9  TO  WRK-ANOMES-ANT-9.
003960     PERFORM  1060-MES-ANTERIOR
003970              THRU  1060-MES-ANTERIOR-EXIT
003980              VARYING  IND  FROM  1  BY  1
003990              UNTIL  IND  >  3.
004000
004010     IF  LS-PARM-LEN  >=  14  AND
004020         LS-PARM-APLICACAO  NOT  =  SPACES
004030         MOVE  LS-PARM-APLICACAO  TO  WRK-APLICACAO
004040     END-IF.
004041     IF  LS-PARM-LEN  >=  26              AND
004042         LS-PARM-JAN-INI  IS  NUMERIC     AND
004043         LS-PARM-JAN-FIM  IS  NUMERIC
004044         MOVE  LS-PARM-JAN-INI  TO  WRK-JANELA-INI
004045         MOVE  LS-PARM-JAN-FIM  TO  WRK-JANELA-FIM
004046     END-IF.
004050     PERFORM  1100-ABRIR-APLREG  THRU  1100-ABRIR-APLREG-EXIT.
004060     PERFORM  7500-LER-PARMDAT   THRU  7500-LER-PARMDAT-EXIT.
004070
004080     SET  ENTRADAS-ABERTAS  TO  TRUE.
004090     OPEN  INPUT  CALEND.
004100     IF  WRK-FS-CALEND  NOT  =  '00'
004110         DISPLAY  'FERRSLA - ERRO ABERTURA CALEND - FS='
004120                  WRK-FS-CALEND
004130         MOVE  '12'  TO  WRK-RC
004140         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004150     END-IF.
004160     OPEN  INPUT  SUMDAT.
004170     IF  WRK-FS-SUMDAT  NOT  =  '00'
004180         DISPLAY  'FERRSLA - ERRO ABERTURA SUMDAT - FS='
004190                  WRK-FS-SUMDAT
004200         MOVE  '12'  TO  WRK-RC
004210         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004220     END-IF.
004230     OPEN  INPUT  LOGDAT.
004240     IF  WRK-FS-LOGDAT  NOT  =  '00'
004250         DISPLAY  'FERRSLA - ERRO ABERTURA LOGDAT - FS='
004260                  WRK-FS-LOGDAT
004270         MOVE  '12'  TO  WRK-RC
004280         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004290     END-IF.
004300     OPEN  I-O  SLAHIS.
004310     EVALUATE  WRK-FS-SLAHIS
004320         WHEN  '00'
004330             CONTINUE
004340         WHEN  '35'
004350             OPEN  OUTPUT  SLAHIS
004360             IF  WRK-FS-SLAHIS  =  '00'
004370                 CLOSE  SLAHIS
004380                 OPEN  I-O  SLAHIS
004390             END-IF
004400             IF  WRK-FS-SLAHIS  NOT  =  '00'
004410                 DISPLAY  'FERRSLA - ERRO CRIACAO SLAHIS - FS='
004420                          WRK-FS-SLAHIS
004430                 MOVE  '12'  TO  WRK-RC
004440                 PERFORM  9999-FINALIZAR
004450                          THRU  9999-FINALIZAR-EXIT
004460             END-IF
004470         WHEN  OTHER
004480             DISPLAY  'FERRSLA - ERRO ABERTURA SLAHIS - FS='
004490                      WRK-FS-SLAHIS
004500             MOVE  '12'  TO  WRK-RC
004510             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004520     END-EVALUATE.
004530
004540     OPEN  OUTPUT  RELSLA.
004550     IF  WRK-FS-RELSLA  NOT  =  '00'
004560         DISPLAY  'FERRSLA - ERRO ABERTURA RELSLA - FS='
004570                  WRK-FS-RELSLA
004580         MOVE  '12'  TO  WRK-RC
004590         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004600     END-IF.
004610     SET  RELSLA-ABERTO  TO  TRUE.
004620     MOVE  WRK-ANOMES-SLA-9  TO  WL-TIT-ANOMES.
004630     MOVE  WRK-DATA-HOJE     TO  WL-TIT-DATA.
004640     MOVE  WRK-LINHA-TITULO  TO  REG-RELSLA.
004650     WRITE  REG-RELSLA.
004660     MOVE  MANT-ANOMES (1)   TO  WL-MES-ANT-1.
004670     MOVE  MANT-ANOMES (2)   TO  WL-MES-ANT-2.
004680     MOVE  MANT-ANOMES (3)   TO  WL-MES-ANT-3.
004690     MOVE  WRK-LINHA-MESES   TO  REG-RELSLA.
004700     WRITE  REG-RELSLA.
004710     MOVE  SPACES            TO  REG-RELSLA.
004720     WRITE  REG-RELSLA.
004730     MOVE  WRK-LINHA-CABEC   TO  REG-RELSLA.
004740     WRITE  REG-RELSLA.
004750 1000-INICIALIZAR-EXIT.
004760     EXIT.
004770
004780*---------------------------------------------------------------*
004790*    1050 - SO SE APURA MES VALIDO E JA FECHADO: O MES          *
004800*           CORRENTE AINDA RECEBE EXECUCOES                     *
004810*---------------------------------------------------------------*
004820 1050-CRITICAR-MES  SECTION.
004830     IF  WRK-ANOMES-SLA  NOT  NUMERIC  OR
004840         WRK-AS-MES  <  01             OR
004850         WRK-AS-MES  >  12
004860         DISPLAY  'FERRSLA - PARM INVALIDO - MES: '
004870                  WRK-ANOMES-SLA
004880         MOVE  '12'  TO  WRK-RC
004890         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004900     END-IF.
004910     IF  WRK-ANOMES-SLA-9  NOT  <  WRK-HOJE-ANOMES
004920         DISPLAY  'FERRSLA - MES '  WRK-ANOMES-SLA
004930                  ' AINDA NAO FECHADO - NADA APURADO'
004940         MOVE  '12'  TO  WRK-RC
004950         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004960     END-IF.
004970 1050-CRITICAR-MES-EXIT.
004980     EXIT.
004990
005000 1060-MES-ANTERIOR  SECTION.
005010     IF  WRK-AA-MES  =  01
005020         SUBTRACT  1  FROM  WRK-AA-ANO
005030         MOVE  12  TO  WRK-AA-MES
005040     ELSE
005050         SUBTRACT  1  FROM  WRK-AA-MES
005060     END-IF.
005070     MOVE  WRK-ANOMES-ANT-9  TO  MANT-ANOMES (IND).
005080 1060-MES-ANTERIOR-EXIT.
005090     EXIT.
005100
005110*---------------------------------------------------------------*
005120*    1100 - ABRE O REGISTRO DE APLICACOES.  SEM APLICACAO NO    *
005130*           PARM: TODAS AS ATIVAS.  REGISTRO INDISPONIVEL, SO A *
005140*           APLICACAO DO PARM (OU A PADRAO) COM OS DIAIS GLOBAIS*
005150*---------------------------------------------------------------*
005160 1100-ABRIR-APLREG  SECTION.
005170     OPEN  INPUT  APLREG.
005180     IF  WRK-FS-APLREG  =  '00'
005190         SET  APLREG-ABERTO  TO  TRUE
005200         IF  LS-PARM-LEN  <  14  OR
005210             LS-PARM-APLICACAO  =  SPACES
005220             SET  APURAR-TODAS  TO  TRUE
005230         END-IF
005240     ELSE
005250         DISPLAY  'FERRSLA - AVISO: APLREG INDISPONIVEL - FS='
005260                  WRK-FS-APLREG  ' - APURANDO SO '
005270                  WRK-APLICACAO
005280     END-IF.
005290 1100-ABRIR-APLREG-EXIT.
005300     EXIT.
005310
005320 1500-LER-APLREG  SECTION.
005330     READ  APLREG  NEXT  RECORD
005340         AT  END
005350             SET  FIM-APLREG  TO  TRUE
005360     END-READ.
005370 1500-LER-APLREG-EXIT.
005380     EXIT.
005390
005400 1600-APURAR-REGISTRADA  SECTION.
005410     IF  APL-APLIC-ATIVA
005420         MOVE  APL-APLICACAO  TO  WRK-APLICACAO
005430         PERFORM  5000-APURAR-APLICACAO
005440                  THRU  5000-APURAR-APLICACAO-EXIT
005450     END-IF.
005460     PERFORM  1500-LER-APLREG  THRU  1500-LER-APLREG-EXIT.
005470 1600-APURAR-REGISTRADA-EXIT.
005480     EXIT.
005490
005500*---------------------------------------------------------------*
005510*    4000 - TOTAL GERAL E CODIGO DE RETORNO                     *
005520*---------------------------------------------------------------*
005530 4000-TOTALIZAR  SECTION.
005540     MOVE  WRK-QTD-APLICACOES  TO  WL-TOT-APLICACOES.
005550     MOVE  WRK-TOT-ESPERADA    TO  WL-TOT-ESPERADA.
005560     MOVE  WRK-TOT-CUMPRIDA    TO  WL-TOT-CUMPRIDA.
005570     IF  WRK-TOT-ESPERADA  >  ZERO
005580         COMPUTE  WRK-PCT-CUMPRIDO  ROUNDED  =
005590                  WRK-TOT-CUMPRIDA  *  100  /  WRK-TOT-ESPERADA
005600     ELSE
005610         MOVE  100  TO  WRK-PCT-CUMPRIDO
005620     END-IF.
005630     MOVE  WRK-PCT-CUMPRIDO    TO  WL-TOT-PCT.
005640     MOVE  WRK-QTD-ABAIXO      TO  WL-TOT-ABAIXO.
005650     MOVE  WRK-LINHA-TOTAL     TO  REG-RELSLA.
005660     WRITE  REG-RELSLA.
005670     IF  WRK-QTD-ABAIXO      >  ZERO  OR
005680         WRK-QTD-SEM-CALEND  >  ZERO
005690         DISPLAY  'FERRSLA - *** ALERTA: APLICACOES ABAIXO DA '
005700                  'META OU SEM CALENDARIO - VER RELATORIO ***'
005710         IF  WRK-RC  <  '04'
005720             MOVE  '04'  TO  WRK-RC
005730         END-IF
005740     END-IF.
005750 4000-TOTALIZAR-EXIT.
005760     EXIT.
005770
005780*---------------------------------------------------------------*
005790*    5000 - APURACAO DE UMA APLICACAO: DIAIS, EXECUCOES DIA A   *
005800*           DIA, PASSOS DO EVTLOG, MESES ANTERIORES, LINHA DO   *
005810*           RELATORIO E HISTORICO                               *
005820*---------------------------------------------------------------*
005830 5000-APURAR-APLICACAO  SECTION.
005840     ADD  1  TO  WRK-QTD-APLICACOES.
005850     INITIALIZE  TAB-DIAS.
005860     MOVE  ZEROS  TO  WRK-QTD-ESPERADA   WRK-QTD-CUMPRIDA
005870                      WRK-QTD-ATRASADA   WRK-QTD-DUPLICADA
005880                      WRK-QTD-PASSOS     WRK-QTD-FALHA
005890                      WRK-QTD-ABEND      WRK-QTD-RECUSA
005900                      WRK-SEG-TOTAL      WRK-SEG-MAXIMO
005910                      WRK-SEG-MEDIO.
005920     MOVE  SPACES  TO  WRK-SITUACAO.
005930     PERFORM  5050-OBTER-DIAIS   THRU  5050-OBTER-DIAIS-EXIT.
005940     PERFORM  5100-LER-CALENDARIO
005950              THRU  5100-LER-CALENDARIO-EXIT.
005960     PERFORM  5200-LER-SUMDAT    THRU  5200-LER-SUMDAT-EXIT.
005970     PERFORM  5300-LER-LOGDAT    THRU  5300-LER-LOGDAT-EXIT.
005980     PERFORM  5400-CONSOLIDAR-DIA
005990              THRU  5400-CONSOLIDAR-DIA-EXIT
006000              VARYING  IND  FROM  1  BY  1
006010              UNTIL  IND  >  31.
006020     PERFORM  5500-APURAR-PASSOS
006030              THRU  5500-APURAR-PASSOS-EXIT.
006040
006050     IF  WRK-QTD-ESPERADA  >  ZERO
006060         COMPUTE  WRK-PCT-CUMPRIDO  ROUNDED  =
006070                  WRK-QTD-CUMPRIDA  *  100  /  WRK-QTD-ESPERADA
006080     ELSE
006090         MOVE  100  TO  WRK-PCT-CUMPRIDO
006100     END-IF.
006110     IF  WRK-QTD-PASSOS  >  ZERO
006120         COMPUTE  WRK-SEG-MEDIO  ROUNDED  =
006130                  WRK-SEG-TOTAL  /  WRK-QTD-PASSOS
006140     END-IF.
006150     ADD  WRK-QTD-ESPERADA  TO  WRK-TOT-ESPERADA.
006160     ADD  WRK-QTD-CUMPRIDA  TO  WRK-TOT-CUMPRIDA.
006170
006180     MOVE  WRK-APLICACAO      TO  WL-DET-APLICACAO.
006190     MOVE  WRK-QTD-ESPERADA   TO  WL-DET-ESPERADA.
006200     MOVE  WRK-QTD-CUMPRIDA   TO  WL-DET-CUMPRIDA.
006210     MOVE  WRK-PCT-CUMPRIDO   TO  WL-DET-PCT.
006220     MOVE  WRK-QTD-ATRASADA   TO  WL-DET-ATRASADA.
006230     MOVE  WRK-QTD-DUPLICADA  TO  WL-DET-DUPLICADA.
006240     MOVE  WRK-QTD-PASSOS     TO  WL-DET-PASSOS.
006250     MOVE  WRK-QTD-FALHA      TO  WL-DET-FALHA.
006260     MOVE  WRK-QTD-ABEND      TO  WL-DET-ABEND.
006270     MOVE  WRK-QTD-RECUSA     TO  WL-DET-RECUSA.
006280     MOVE  WRK-SEG-MEDIO      TO  WL-DET-SEG-MEDIO.
006290     MOVE  WRK-SEG-MAXIMO     TO  WL-DET-SEG-MAXIMO.
006300     MOVE  WRK-META           TO  WL-DET-META.
006310     PERFORM  5600-LER-MESES-ANTERIORES
006320              THRU  5600-LER-MESES-ANTERIORES-EXIT.
006330     EVALUATE  TRUE
006340         WHEN  NOT  CALENDARIO-ACHADO
006350             MOVE  'SEM CALENDARIO'  TO  WL-DET-SITUACAO
006360             ADD  1  TO  WRK-QTD-SEM-CALEND
006370             MOVE  'N'  TO  WRK-SITUACAO
006380         WHEN  WRK-PCT-CUMPRIDO  <  WRK-META
006390             MOVE  'ABAIXO DA META'  TO  WL-DET-SITUACAO
006400             ADD  1  TO  WRK-QTD-ABAIXO
006410             SET  APLIC-ABAIXO-META  TO  TRUE
006420         WHEN  OTHER
006430             MOVE  'OK'              TO  WL-DET-SITUACAO
006440             MOVE  'N'  TO  WRK-SITUACAO
006450     END-EVALUATE.
006460     MOVE  WRK-LINHA-DET  TO  REG-RELSLA.
006470     WRITE  REG-RELSLA.
006480     MOVE  WRK-CALENDARIO   TO  WL-DIA-CALENDARIO.
006490     MOVE  WRK-HORA-LIMITE  TO  WL-DIA-HORA-LIMITE.
006500     MOVE  WRK-LINHA-DIAIS  TO  REG-RELSLA.
006510     WRITE  REG-RELSLA.
006520
006530     PERFORM  5700-GRAVAR-HISTORICO
006540              THRU  5700-GRAVAR-HISTORICO-EXIT.
006550 5000-APURAR-APLICACAO-EXIT.
006560     EXIT.
006570
006580*---------------------------------------------------------------*
006590*    5050 - DIAIS DA APLICACAO: NO MODO TODAS O REGISTRO JA     *
006600*           ESTA LIDO; NO MODO UMA, LE PELA CHAVE.  DIAL ZERO   *
006610*           OU ESPACOS (REGISTRO ANTIGO) = VALOR GLOBAL         *
006620*---------------------------------------------------------------*
006630 5050-OBTER-DIAIS  SECTION.
006640     IF  NOT  APURAR-TODAS
006650         MOVE  SPACES  TO  REG-APLREG
006660         IF  APLREG-ABERTO
006670             MOVE  WRK-APLICACAO  TO  APL-APLICACAO
006680             READ  APLREG
006690                 INVALID  KEY
006700                     DISPLAY  'FERRSLA - AVISO: '  WRK-APLICACAO
006710                              ' FORA DO APLREG - DIAIS GLOBAIS'
006720                     MOVE  SPACES  TO  REG-APLREG
006730             END-READ
006740         END-IF
006750     END-IF.
006760     IF  APL-HORA-LIMITE  IS  NUMERIC  AND
006770         APL-HORA-LIMITE  >  ZERO
006780         MOVE  APL-HORA-LIMITE         TO  WRK-HORA-LIMITE
006790     ELSE
006800         MOVE  WRK-HORA-LIMITE-PADRAO  TO  WRK-HORA-LIMITE
006810     END-IF.
006820     IF  APL-META-SLA  IS  NUMERIC  AND
006830         APL-META-SLA  >  ZERO
006840         MOVE  APL-META-SLA            TO  WRK-META
006850     ELSE
006860         MOVE  WRK-META-PADRAO         TO  WRK-META
006870     END-IF.
006880     IF  APL-CALENDARIO  =  SPACES  OR  LOW-VALUES
006890         MOVE  'PADRAO'                TO  WRK-CALENDARIO
006900     ELSE
006910         MOVE  APL-CALENDARIO          TO  WRK-CALENDARIO
006920     END-IF.
006930 5050-OBTER-DIAIS-EXIT.
006940     EXIT.
006950
006960*---------------------------------------------------------------*
006970*    5100 - EXECUCOES ESPERADAS POR DIA, DO CALENDARIO DA       *
006980*           APLICACAO                                           *
006990*---------------------------------------------------------------*
007000 5100-LER-CALENDARIO  SECTION.
007010     MOVE  'N'                  TO  WRK-SW-CALENDARIO
007020                                    WRK-FIM-CALEND.
007030     MOVE  WRK-CALENDARIO       TO  CAL-CALENDARIO.
007040     MOVE  WRK-DATA-INICIO-MES  TO  CAL-DATA.
007050     START  CALEND  KEY  NOT  <  CAL-CHAVE
007060         INVALID  KEY
007070             GO  TO  5100-LER-CALENDARIO-EXIT
007080     END-START.
007090 5100-LER-PROXIMO.
007100     READ  CALEND  NEXT  RECORD
007110         AT  END
007120             GO  TO  5100-LER-CALENDARIO-EXIT
007130     END-READ.
007140     IF  CAL-CALENDARIO  NOT  =  WRK-CALENDARIO  OR
007150         CAL-DATA  >  WRK-DATA-FIM-MES
007160         GO  TO  5100-LER-CALENDARIO-EXIT
007170     END-IF.
007180     SET  CALENDARIO-ACHADO  TO  TRUE.
007190     MOVE  CAL-DATA  TO  WRK-DATA-DECOMP.
007200     IF  WRK-DD-DIA  >  ZERO  AND  WRK-DD-DIA  <=  31
007210         ADD  CAL-QTD-ESPERADA  TO  DIA-ESPERADA (WRK-DD-DIA)
007220     END-IF.
007230     GO  TO  5100-LER-PROXIMO.
007240 5100-LER-CALENDARIO-EXIT.
007250     EXIT.
007260
007270*---------------------------------------------------------------*
007280*    5200 - EXECUCOES POR DIA SEGUNDO O RESUMO (SUMDAT)         *
007290*---------------------------------------------------------------*
007300 5200-LER-SUMDAT  SECTION.
007310     MOVE  WRK-APLICACAO     TO  SUM-APLICACAO.
007320     MOVE  WRK-ANOMES-SLA-9  TO  SUM-ANOMES.
007330     MOVE  ZEROS             TO  SUM-DIA.
007340     START  SUMDAT  KEY  NOT  <  SUM-CHAVE
007350         INVALID  KEY
007360             GO  TO  5200-LER-SUMDAT-EXIT
007370     END-START.
007380 5200-LER-PROXIMO.
007390     READ  SUMDAT  NEXT  RECORD
007400         AT  END
007410             GO  TO  5200-LER-SUMDAT-EXIT
007420     END-READ.
007430     IF  SUM-APLICACAO  NOT  =  WRK-APLICACAO  OR
007440         SUM-ANOMES     NOT  =  WRK-ANOMES-SLA-9
007450         GO  TO  5200-LER-SUMDAT-EXIT
007460     END-IF.
007470     IF  SUM-DIA  >  ZERO  AND  SUM-DIA  <=  31
007480         ADD  SUM-QTD  TO  DIA-SUMDAT (SUM-DIA)
007490     END-IF.
007500     GO  TO  5200-LER-PROXIMO.
007510 5200-LER-SUMDAT-EXIT.
007520     EXIT.
007530
007540*---------------------------------------------------------------*
007550*    5300 - EXECUCOES DO MES NO LOG DETALHADO (LOGDAT), COM A   *
007560*           HORA: REGISTRADA DEPOIS DA HORA LIMITE = ATRASADA.  *
007570*           O LOG DA APLICACAO E LIDO INTEIRO (AS DATAS NAO     *
007580*           SAO GARANTIDAMENTE CRESCENTES NA SEQUENCIA).        *
007590*---------------------------------------------------------------*
007600 5300-LER-LOGDAT  SECTION.
007610     MOVE  WRK-APLICACAO  TO  LOG-APLICACAO.
007620     MOVE  ZEROS          TO  LOG-SEQ.
007630     START  LOGDAT  KEY  NOT  <  LOG-CHAVE
007640         INVALID  KEY
007650             GO  TO  5300-LER-LOGDAT-EXIT
007660     END-START.
007670 5300-LER-PROXIMO.
007680     READ  LOGDAT  NEXT  RECORD
007690         AT  END
007700             GO  TO  5300-LER-LOGDAT-EXIT
007710     END-READ.
007720     IF  LOG-APLICACAO  NOT  =  WRK-APLICACAO
007730         GO  TO  5300-LER-LOGDAT-EXIT
007740     END-IF.
007750     MOVE  DATADAT  TO  WRK-DATA-DECOMP.
007760     IF  WRK-DD-ANOMES  NOT  =  WRK-ANOMES-SLA-9  OR
007770         WRK-DD-DIA  =  ZERO                     OR
007780         WRK-DD-DIA  >  31
007790         GO  TO  5300-LER-PROXIMO
007800     END-IF.
007810     ADD  1  TO  DIA-LOGDAT (WRK-DD-DIA).
007811*    PRAZO ANTERIOR AO INICIO DA JANELA: A CORRIDA CRUZA A
007812*    MEIA-NOITE, E O QUE RODA A PARTIR DO INICIO DA JANELA E DA
007813*    NOITE QUE ESTA COMECANDO - NO PRAZO.
007814     IF  WRK-HORA-LIMITE  <  WRK-JANELA-INI
007815         IF  HORADAT  >  WRK-HORA-LIMITE  AND
007816             HORADAT  <  WRK-JANELA-INI
007817             ADD  1  TO  WRK-QTD-ATRASADA
007818         END-IF
007819     ELSE
007820         IF  HORADAT  >  WRK-HORA-LIMITE
007830             ADD  1  TO  WRK-QTD-ATRASADA
007840         END-IF
007845     END-IF.
007850     GO  TO  5300-LER-PROXIMO.
007860 5300-LER-LOGDAT-EXIT.
007870     EXIT.
007880
007890*---------------------------------------------------------------*
007900*    5400 - CONSOLIDA UM DIA: EXECUCOES = A MAIOR DAS DUAS      *
007910*           CONTAGENS; ATE O ESPERADO CONTAM COMO CUMPRIDAS, O  *
007920*           EXCEDENTE COMO DUPLICADAS                           *
007930*---------------------------------------------------------------*
007940 5400-CONSOLIDAR-DIA  SECTION.
007950     IF  DIA-SUMDAT (IND)  >  DIA-LOGDAT (IND)
007960         MOVE  DIA-SUMDAT (IND)  TO  WRK-EXEC-DIA
007970     ELSE
007980         MOVE  DIA-LOGDAT (IND)  TO  WRK-EXEC-DIA
007990     END-IF.
008000     ADD  DIA-ESPERADA (IND)  TO  WRK-QTD-ESPERADA.
008010     IF  WRK-EXEC-DIA  >  DIA-ESPERADA (IND)
008020         ADD  DIA-ESPERADA (IND)  TO  WRK-QTD-CUMPRIDA
008030         COMPUTE  WRK-QTD-DUPLICADA  =  WRK-QTD-DUPLICADA
008040                  +  WRK-EXEC-DIA  -  DIA-ESPERADA (IND)
008050     ELSE
008060         ADD  WRK-EXEC-DIA  TO  WRK-QTD-CUMPRIDA
008070     END-IF.
008080 5400-CONSOLIDAR-DIA-EXIT.
008090     EXIT.
008100
008110*---------------------------------------------------------------*
008120*    5500 - PASSOS DA APLICACAO NO MES (EVTLOG), CASADOS I/F    *
008130*           POR NOITE COMO NO FERRDUR                           *
008140*---------------------------------------------------------------*
008150 5500-APURAR-PASSOS  SECTION.
008160     IF  NOT  EVTLOG-DISPONIVEL
008170         GO  TO  5500-APURAR-PASSOS-EXIT
008180     END-IF.
008190     MOVE  'N'    TO  WRK-FIM-EVTLOG.
008200     MOVE  ZEROS  TO  WRK-QTD-ABERTOS  WRK-DATA-ATUAL.
008210     MOVE  LOW-VALUES           TO  EVT-CHAVE.
008220     MOVE  WRK-DATA-INICIO-MES  TO  EVT-DATA.
008230     START  EVTLOG  KEY  NOT  <  EVT-CHAVE
008240         INVALID  KEY
008250             GO  TO  5500-APURAR-PASSOS-EXIT
008260     END-START.
008270     PERFORM  5510-LER-EVTLOG  THRU  5510-LER-EVTLOG-EXIT.
008280     PERFORM  5520-PROCESSAR-EVENTO
008290              THRU  5520-PROCESSAR-EVENTO-EXIT
008300              UNTIL  FIM-EVTLOG.
008310     PERFORM  5560-FECHAR-NOITE  THRU  5560-FECHAR-NOITE-EXIT.
008320 5500-APURAR-PASSOS-EXIT.
008330     EXIT.
008340
008350*---------------------------------------------------------------*
008360*    5510 - PROXIMO EVENTO DO MES DA APLICACAO.  EVENTO SEM     *
008370*           APLICACAO PERTENCE A APLICACAO PADRAO (FERRCNTX)    *
008380*---------------------------------------------------------------*
008390 5510-LER-EVTLOG  SECTION.
008400 5510-LER.
008410     READ  EVTLOG  NEXT  RECORD
008420         AT  END
008430             SET  FIM-EVTLOG  TO  TRUE
008440             GO  TO  5510-LER-EVTLOG-EXIT
008450     END-READ.
008460     IF  EVT-DATA  >  WRK-DATA-FIM-MES
008470         SET  FIM-EVTLOG  TO  TRUE
008480         GO  TO  5510-LER-EVTLOG-EXIT
008490     END-IF.
008500     IF  EVT-APLICACAO  =  WRK-APLICACAO
008510         GO  TO  5510-LER-EVTLOG-EXIT
008520     END-IF.
008530     IF  EVT-APLICACAO  =  SPACES  AND
008540         WRK-APLICACAO  =  'FERRCNTX'
008550         GO  TO  5510-LER-EVTLOG-EXIT
008560     END-IF.
008570     GO  TO  5510-LER.
008580 5510-LER-EVTLOG-EXIT.
008590     EXIT.
008600
008610 5520-PROCESSAR-EVENTO  SECTION.
008620     IF  EVT-DATA  NOT  =  WRK-DATA-ATUAL
008630         PERFORM  5560-FECHAR-NOITE
008640                  THRU  5560-FECHAR-NOITE-EXIT
008650         MOVE  EVT-DATA  TO  WRK-DATA-ATUAL
008660     END-IF.
008670     EVALUATE  TRUE
008680         WHEN  EVT-INICIO-PASSO
008690             PERFORM  5530-ABRIR-PASSO
008700                      THRU  5530-ABRIR-PASSO-EXIT
008710         WHEN  EVT-FIM-PASSO
008720             PERFORM  5540-FECHAR-PASSO
008730                      THRU  5540-FECHAR-PASSO-EXIT
008740         WHEN  EVT-RECUSA-COTA
008750             ADD  1  TO  WRK-QTD-RECUSA
008760         WHEN  OTHER
008770             CONTINUE
008780     END-EVALUATE.
008790     PERFORM  5510-LER-EVTLOG  THRU  5510-LER-EVTLOG-EXIT.
008800 5520-PROCESSAR-EVENTO-EXIT.
008810     EXIT.
008820
008830 5530-ABRIR-PASSO  SECTION.
008840     IF  WRK-QTD-ABERTOS  >=  WRK-LIMITE-ABERTOS
008850         DISPLAY  'FERRSLA - AVISO: MAIS DE '  WRK-LIMITE-ABERTOS
008860                  ' PASSOS ABERTOS NA NOITE - EVENTO IGNORADO'
008870         GO  TO  5530-ABRIR-PASSO-EXIT
008880     END-IF.
008890     ADD  1  TO  WRK-QTD-ABERTOS.
008900     MOVE  EVT-PROGRAMA  TO  ABT-PROGRAMA (WRK-QTD-ABERTOS).
008910     MOVE  EVT-HORA      TO  ABT-HORA (WRK-QTD-ABERTOS).
008920     MOVE  'S'           TO  ABT-ATIVO (WRK-QTD-ABERTOS).
008930 5530-ABRIR-PASSO-EXIT.
008940     EXIT.
008950
008960*---------------------------------------------------------------*
008970*    5540 - FIM DE PASSO: CASA COM O 'I' PENDENTE MAIS RECENTE  *
008980*           DO MESMO PROGRAMA PARA O TEMPO DECORRIDO; RC ACIMA  *
008990*           DE 04 E PASSO COM FALHA, CASADO OU NAO              *
009000*---------------------------------------------------------------*
009010 5540-FECHAR-PASSO  SECTION.
009020     ADD  1  TO  WRK-QTD-PASSOS.
009030     IF  EVT-RC  >  '04'
009040         ADD  1  TO  WRK-QTD-FALHA
009050     END-IF.
009060     MOVE  'N'  TO  WRK-ACHOU-INICIO.
009070     PERFORM  5550-PROCURAR-INICIO
009080              THRU  5550-PROCURAR-INICIO-EXIT
009090              VARYING  IND  FROM  WRK-QTD-ABERTOS  BY  -1
009100              UNTIL  IND  <  1  OR  ACHOU-INICIO.
009110 5540-FECHAR-PASSO-EXIT.
009120     EXIT.
009130
009140 5550-PROCURAR-INICIO  SECTION.
009150     IF  NOT  ABT-PENDENTE (IND)  OR
009160         ABT-PROGRAMA (IND)  NOT  =  EVT-PROGRAMA
009170         GO  TO  5550-PROCURAR-INICIO-EXIT
009180     END-IF.
009190     SET  ACHOU-INICIO  TO  TRUE.
009200     MOVE  'N'  TO  ABT-ATIVO (IND).
009210     MOVE  ABT-HORA (IND)  TO  WRK-HORA-DECOMP.
009220     COMPUTE  WRK-SEG-INICIO  =
009230         WRK-HD-HH  *  3600  +  WRK-HD-MM  *  60  +  WRK-HD-SS.
009240     MOVE  EVT-HORA        TO  WRK-HORA-DECOMP.
009250     COMPUTE  WRK-SEG-FIM  =
009260         WRK-HD-HH  *  3600  +  WRK-HD-MM  *  60  +  WRK-HD-SS.
009270     COMPUTE  WRK-SEG-DECORRIDOS  =
009280         WRK-SEG-FIM  -  WRK-SEG-INICIO.
009290     IF  WRK-SEG-DECORRIDOS  <  ZERO
009300         MOVE  ZEROS  TO  WRK-SEG-DECORRIDOS
009310     END-IF.
009320     ADD  WRK-SEG-DECORRIDOS  TO  WRK-SEG-TOTAL.
009330     IF  WRK-SEG-DECORRIDOS  >  WRK-SEG-MAXIMO
009340         MOVE  WRK-SEG-DECORRIDOS  TO  WRK-SEG-MAXIMO
009350     END-IF.
009360 5550-PROCURAR-INICIO-EXIT.
009370     EXIT.
009380
009390*---------------------------------------------------------------*
009400*    5560 - FECHA A NOITE: TODO 'I' AINDA PENDENTE E UM PASSO   *
009410*           QUE MORREU NO MEIO DA EXECUCAO (ABEND)              *
009420*---------------------------------------------------------------*
009430 5560-FECHAR-NOITE  SECTION.
009440     PERFORM  5570-CONTAR-PENDENTE
009450              THRU  5570-CONTAR-PENDENTE-EXIT
009460              VARYING  IND  FROM  1  BY  1
009470              UNTIL  IND  >  WRK-QTD-ABERTOS.
009480     MOVE  ZEROS  TO  WRK-QTD-ABERTOS.
009490 5560-FECHAR-NOITE-EXIT.
009500     EXIT.
009510
009520 5570-CONTAR-PENDENTE  SECTION.
009530     IF  ABT-PENDENTE (IND)
009540         ADD  1  TO  WRK-QTD-ABEND
009550         MOVE  'N'  TO  ABT-ATIVO (IND)
009560     END-IF.
009570 5570-CONTAR-PENDENTE-EXIT.
009580     EXIT.
009590
009600*---------------------------------------------------------------*
009610*    5600 - PERCENTUAL DOS TRES MESES ANTERIORES NO HISTORICO   *
009620*           (SLAHIS); MES NAO APURADO SAI COMO '-'              *
009630*---------------------------------------------------------------*
009640 5600-LER-MESES-ANTERIORES  SECTION.
009650     MOVE  MANT-ANOMES (1)  TO  SLA-ANOMES.
009660     PERFORM  5610-LER-MES-ANTERIOR
009670              THRU  5610-LER-MES-ANTERIOR-EXIT.
009680     MOVE  WRK-PCT-ANTERIOR TO  WL-DET-MES-1.
009690     MOVE  MANT-ANOMES (2)  TO  SLA-ANOMES.
009700     PERFORM  5610-LER-MES-ANTERIOR
009710              THRU  5610-LER-MES-ANTERIOR-EXIT.
009720     MOVE  WRK-PCT-ANTERIOR TO  WL-DET-MES-2.
009730     MOVE  MANT-ANOMES (3)  TO  SLA-ANOMES.
009740     PERFORM  5610-LER-MES-ANTERIOR
009750              THRU  5610-LER-MES-ANTERIOR-EXIT.
009760     MOVE  WRK-PCT-ANTERIOR TO  WL-DET-MES-3.
009770 5600-LER-MESES-ANTERIORES-EXIT.
009780     EXIT.
009790
009800 5610-LER-MES-ANTERIOR  SECTION.
009810     MOVE  WRK-APLICACAO  TO  SLA-APLICACAO.
009820     READ  SLAHIS
009830         INVALID  KEY
009840             MOVE  '  -  '  TO  WRK-PCT-ANTERIOR
009850             GO  TO  5610-LER-MES-ANTERIOR-EXIT
009860     END-READ.
009870     MOVE  SLA-PCT-CUMPRIDO  TO  WRK-PCT-EDITADO.
009880     MOVE  WRK-PCT-EDITADO   TO  WRK-PCT-ANTERIOR.
009890 5610-LER-MES-ANTERIOR-EXIT.
009900     EXIT.
009910
009920*---------------------------------------------------------------*
009930*    5700 - GRAVA (OU SUBSTITUI, NA REEXECUCAO) O RESULTADO DO  *
009940*           MES NO HISTORICO                                    *
009950*---------------------------------------------------------------*
009960 5700-GRAVAR-HISTORICO  SECTION.
009970     MOVE  WRK-APLICACAO     TO  SLA-APLICACAO.
009980     MOVE  WRK-ANOMES-SLA-9  TO  SLA-ANOMES.
009990     READ  SLAHIS
010000         INVALID  KEY
010010             CONTINUE
010020     END-READ.
010030     IF  WRK-FS-SLAHIS  NOT  =  '00'
010040         MOVE  SPACES            TO  REG-SLAHIS
010050         MOVE  WRK-APLICACAO     TO  SLA-APLICACAO
010060         MOVE  WRK-ANOMES-SLA-9  TO  SLA-ANOMES
010070     END-IF.
010080     MOVE  WRK-QTD-ESPERADA   TO  SLA-QTD-ESPERADA.
010090     MOVE  WRK-QTD-CUMPRIDA   TO  SLA-QTD-CUMPRIDA.
010100     MOVE  WRK-PCT-CUMPRIDO   TO  SLA-PCT-CUMPRIDO.
010110     MOVE  WRK-QTD-ATRASADA   TO  SLA-QTD-ATRASADA.
010120     MOVE  WRK-QTD-FALHA      TO  SLA-QTD-FALHA.
010130     MOVE  WRK-QTD-ABEND      TO  SLA-QTD-ABEND.
010140     MOVE  WRK-QTD-DUPLICADA  TO  SLA-QTD-DUPLICADA.
010150     MOVE  WRK-QTD-RECUSA     TO  SLA-QTD-RECUSA.
010160     MOVE  WRK-META           TO  SLA-META.
010170     MOVE  WRK-SITUACAO       TO  SLA-SITUACAO.
010180     MOVE  WRK-DATA-HOJE      TO  SLA-DT-APURACAO.
010190     IF  WRK-FS-SLAHIS  =  '00'
010200         REWRITE  REG-SLAHIS
010210     ELSE
010220         WRITE    REG-SLAHIS
010230     END-IF.
010240     IF  WRK-FS-SLAHIS  NOT  =  '00'
010250         DISPLAY  'FERRSLA - ERRO GRAVACAO SLAHIS - FS='
010260                  WRK-FS-SLAHIS  ' APLICACAO '  WRK-APLICACAO
010270         MOVE  '16'  TO  WRK-RC
010280         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
010290     END-IF.
010300 5700-GRAVAR-HISTORICO-EXIT.
010310     EXIT.
010320
010330*---------------------------------------------------------------*
010340*    7000 - ABRE (OU CRIA) O LOG DE EVENTOS OPERACIONAIS.       *
010350*           SEM EVTLOG A APURACAO SEGUE SEM OS PASSOS - APENAS  *
010360*           AVISA.                                              *
010370*---------------------------------------------------------------*
010380 7000-ABRIR-EVTLOG  SECTION.
010390     OPEN  I-O  EVTLOG.
010400     EVALUATE  WRK-FS-EVTLOG
010410         WHEN  '00'
010420             MOVE  'S'  TO  WRK-SW-EVTLOG-OK
010430         WHEN  '35'
010440             OPEN  OUTPUT  EVTLOG
010450             IF  WRK-FS-EVTLOG  =  '00'
010460                 CLOSE  EVTLOG
010470                 OPEN  I-O  EVTLOG
010480             END-IF
010490             IF  WRK-FS-EVTLOG  =  '00'
010500                 MOVE  'S'  TO  WRK-SW-EVTLOG-OK
010510             END-IF
010520         WHEN  OTHER
010530             CONTINUE
010540     END-EVALUATE.
010550     IF  NOT  EVTLOG-DISPONIVEL
010560         DISPLAY  'FERRSLA - AVISO: EVTLOG INDISPONIVEL - FS='
010570                  WRK-FS-EVTLOG  ' - PASSOS NAO APURADOS'
010580     END-IF.
010590 7000-ABRIR-EVTLOG-EXIT.
010600     EXIT.
010610
010620*---------------------------------------------------------------*
010630*    7500 - HORA LIMITE E META GLOBAIS (SLAHORA / SLAMETA) EM   *
010640*           PARMDAT; AUSENTES OU FORA DA FAIXA, FICA O PADRAO   *
010650*---------------------------------------------------------------*
010660 7500-LER-PARMDAT  SECTION.
010670     OPEN  INPUT  PARMDAT.
010680     IF  WRK-FS-PARMDAT  NOT  =  '00'
010690         DISPLAY  'FERRSLA - AVISO: PARMDAT INDISPONIVEL - '
010700                  'FS='  WRK-FS-PARMDAT  ' - USANDO PADRAO'
010710         GO  TO  7500-LER-PARMDAT-EXIT
010720     END-IF.
010730     MOVE  'SLAHORA'  TO  PRM-NOME.
010740     READ  PARMDAT
010750         INVALID  KEY
010760             CONTINUE
010770     END-READ.
010780     IF  WRK-FS-PARMDAT  =  '00'  AND
010790         PRM-VALOR  >  ZERO       AND
010800         PRM-VALOR  <=  235959
010810         MOVE  PRM-VALOR  TO  WRK-HORA-LIMITE-PADRAO
010820     END-IF.
010830     MOVE  'SLAMETA'  TO  PRM-NOME.
010840     READ  PARMDAT
010850         INVALID  KEY
010860             CONTINUE
010870     END-READ.
010880     IF  WRK-FS-PARMDAT  =  '00'  AND
010890         PRM-VALOR  >  ZERO       AND
010900         PRM-VALOR  <=  100
010910         MOVE  PRM-VALOR  TO  WRK-META-PADRAO
010920     END-IF.
010930     CLOSE  PARMDAT.
010940 7500-LER-PARMDAT-EXIT.
010950     EXIT.
010960
010970*---------------------------------------------------------------*
010980*    8000 - GRAVA UM EVENTO OPERACIONAL EM EVTLOG.  CHAVE E     *
010990*           DATA+HORA+PROGRAMA+SEQ; STATUS 22 (CHAVE DUPLICADA, *
011000*           DUAS EXECUCOES NO MESMO SEGUNDO) AVANCA A SEQ E     *
011010*           TENTA DE NOVO.                                      *
011020*---------------------------------------------------------------*
011030 8000-GRAVAR-EVENTO  SECTION.
011040     IF  NOT  EVTLOG-DISPONIVEL
011050         GO  TO  8000-GRAVAR-EVENTO-EXIT
011060     END-IF.
011070     ADD  1  TO  WRK-EVT-SEQ.
011080 8000-GRAVAR-TENTATIVA.
011090     MOVE  SPACES           TO  REG-EVTLOG.
011100     MOVE  WRK-DATA-HOJE    TO  EVT-DATA.
011110     MOVE  WRK-HORA         TO  EVT-HORA.
011120     MOVE  'FERRSLA '       TO  EVT-PROGRAMA.
011130     MOVE  WRK-EVT-SEQ      TO  EVT-SEQ.
011140     MOVE  WRK-EVT-TIPO     TO  EVT-TIPO.
011150     MOVE  WRK-RC           TO  EVT-RC.
011160     MOVE  WRK-EVT-QTD-1    TO  EVT-QTD-1.
011170     MOVE  WRK-EVT-QTD-2    TO  EVT-QTD-2.
011180     MOVE  WRK-EVT-TEXTO    TO  EVT-TEXTO.
011190*    SEM APLICACAO NO PARM O PASSO COBRE TODAS - O EVENTO FICA
011200*    SEM APLICACAO (EVENTO GERAL DO SUBSISTEMA).
011210     IF  LS-PARM-LEN  >=  14  AND
011220         LS-PARM-APLICACAO  NOT  =  SPACES
011230         MOVE  LS-PARM-APLICACAO  TO  EVT-APLICACAO
011240     END-IF.
011250     WRITE  REG-EVTLOG.
011260     IF  WRK-FS-EVTLOG  =  '22'  AND  WRK-EVT-SEQ  <  999
011270         ADD  1  TO  WRK-EVT-SEQ
011280         GO  TO  8000-GRAVAR-TENTATIVA
011290     END-IF.
011300     IF  WRK-FS-EVTLOG  NOT  =  '00'
011310         DISPLAY  'FERRSLA - AVISO: FALHA GRAVACAO EVTLOG - FS='
011320                  WRK-FS-EVTLOG
011330         MOVE  'N'  TO  WRK-SW-EVTLOG-OK
011340     END-IF.
011350 8000-GRAVAR-EVENTO-EXIT.
011360     EXIT.
011370
011380*---------------------------------------------------------------*
011390*    9999 - GRAVA O EVENTO DE FIM, FECHA OS ARQUIVOS E ENCERRA  *
011400*---------------------------------------------------------------*
011410 9999-FINALIZAR  SECTION.
011420     MOVE  'F'                 TO  WRK-EVT-TIPO.
011430     MOVE  WRK-QTD-APLICACOES  TO  WRK-EVT-QTD-1.
011440     MOVE  WRK-QTD-ABAIXO      TO  WRK-EVT-QTD-2.
011450     MOVE  'APLICACOES / ABAIXO META'  TO  WRK-EVT-TEXTO.
011460     PERFORM  8000-GRAVAR-EVENTO
011470              THRU  8000-GRAVAR-EVENTO-EXIT.
011480     IF  RELSLA-ABERTO
011490         CLOSE  RELSLA
011500     END-IF.
011510     IF  ENTRADAS-ABERTAS
011520         CLOSE  CALEND  SUMDAT  LOGDAT  SLAHIS
011530     END-IF.
011540     IF  APLREG-ABERTO
011550         CLOSE  APLREG
011560     END-IF.
011570     CLOSE  EVTLOG.
011580     DISPLAY  'FERRSLA - MES: '  WRK-ANOMES-SLA
011590              ' APLICACOES: '  WRK-QTD-APLICACOES
011600              ' ABAIXO DA META: '  WRK-QTD-ABAIXO.
011610     DISPLAY  'FERRSLA - FIM DE PROCESSAMENTO - RC='  WRK-RC.
011620     MOVE  WRK-RC  TO  RETURN-CODE.
011630     STOP  RUN.
011640 9999-FINALIZAR-EXIT.
011650     EXIT.
