000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030*  PROGRAM-ID : FERRCHG                                        *
000040*  AUTHOR     : ANDRE                                          *
000050*  INSTALLATION : DATA CENTER - BATCH OPERATIONS                *
000060*  DATE-WRITTEN : 2026-10-15                                    *
000070*  PURPOSE                                                      *
000080*  MONTHLY CHARGEBACK OF THE SHARED RUN-COUNTER SERVICE TO THE  *
000090*  DEPARTMENTS THAT OWN EACH JOB STREAM.  FOR THE MONTH BILLED  *
000100*  IT TOTALS THE DAY RECORDS OF THE SUMMARY FILE (SUMDAT) PER   *
000110*  APPLICATION AND ORIGIN TYPE, PRICES EACH TYPE WITH THE RATE  *
000120*  TABLE (TARIFA - THE APPLICATION'S OWN RATE, ELSE THE         *
000130*  '*PADRAO*' DEFAULT RATE; NEITHER = BILLED AT ZERO, RC 04)    *
000132*  AND BILLS IT TO THE APPLICATION'S OWN DEPARTMENT, TAKEN FROM *
000134*  ITS OWN TARIFA ROWS (ANY ORIGIN TYPE), NEVER FROM THE        *
000136*  DEFAULT ROW (NO DEPARTMENT AT ALL = FLAGGED, RC 04),         *
000140*  AND WRITES:                                                  *
000150*    FATCNTX - ';'-DELIMITED BILLING FILE FOR THE FINANCE       *
000160*              SYSTEM, ONE RECORD PER APPLICATION AND ORIGIN    *
000170*              TYPE, FRAMED BY A HEADER (MONTH, DATE/TIME, RE-  *
000180*              BILL FLAG) AND A TRAILER WITH THE RECORD COUNT,  *
000190*              RUN COUNT AND AMOUNT TOTALS, LIKE THE FERREXT    *
000200*              WAREHOUSE EXTRACT;                               *
000210*    RELCHG  - CHARGEBACK REPORT BY APPLICATION WITH THE        *
000220*              MONTH TOTALS BY ORIGIN TYPE.                     *
000230*  EVERY MONTH/APPLICATION BILLED IS RECORDED IN THE CONTROL    *
000240*  FILE (FATCTL) ONLY AFTER THE TRAILER IS WRITTEN.  A RUN FOR  *
000250*  A MONTH ALREADY BILLED IS REFUSED (RC 08) BEFORE ANY OUTPUT  *
000260*  IS WRITTEN, UNLESS THE PARM FORCES IT - THE HEADER THEN      *
000270*  FLAGS THE FILE AS A REPLACEMENT AND THE CONTROL RECORD       *
000280*  COUNTS THE RE-BILL.  ONLY CLOSED MONTHS ARE BILLED.          *
000290*  PARM: ANOMES(6, BLANK = PREVIOUS MONTH) + 'F' TO FORCE A     *
000300*  RE-BILL + APLICACAO(8, BLANK = EVERY ACTIVE APPLICATION OF   *
000310*  THE REGISTRY, APLREG).  READ-ONLY ON SUMDAT AND TARIFA.      *
000320*-----------------------------------------------------------------
000330*  MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  2026-10-15 AR    INITIAL VERSION.
000352*  2026-10-15 AR    DEPARTMENT ALWAYS THE APPLICATION'S OWN,
000354*                   ALSO ON THE DEFAULT AND NO-RATE PATHS.
000360*****************************************************************
000370 PROGRAM-ID.    FERRCHG.
000380 AUTHOR.        ANDRE.
000390 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000400 DATE-WRITTEN.  2026-10-15.
000410 DATE-COMPILED.
000420 ENVIRONMENT  DIVISION.
000430 INPUT-OUTPUT  SECTION.
000440 FILE-CONTROL.
000450     SELECT  SUMDAT    ASSIGN  TO  DISK
000460         ORGANIZATION  IS  INDEXED
000470         ACCESS MODE   IS  DYNAMIC
000480         RECORD KEY    IS  SUM-CHAVE
000490         FILE STATUS   IS  WRK-FS-SUMDAT.
000500     SELECT  TARIFA    ASSIGN  TO  DISK
000510         ORGANIZATION  IS  INDEXED
000520         ACCESS MODE   IS  DYNAMIC
000530         RECORD KEY    IS  TAR-CHAVE
000540         FILE STATUS   IS  WRK-FS-TARIFA.
000550     SELECT  FATCTL    ASSIGN  TO  DISK
000560         ORGANIZATION  IS  INDEXED
000570         ACCESS MODE   IS  DYNAMIC
000580         RECORD KEY    IS  FAT-CHAVE
000590         FILE STATUS   IS  WRK-FS-FATCTL.
000600     SELECT  APLREG    ASSIGN  TO  DISK
000610         ORGANIZATION  IS  INDEXED
000620         ACCESS MODE   IS  DYNAMIC
000630         RECORD KEY    IS  APL-CHAVE
000640         FILE STATUS   IS  WRK-FS-APLREG.
000650     SELECT  EVTLOG    ASSIGN  TO  DISK
000660         ORGANIZATION  IS  INDEXED
000670         ACCESS MODE   IS  DYNAMIC
000680         RECORD KEY    IS  EVT-CHAVE
000690         FILE STATUS   IS  WRK-FS-EVTLOG.
000700     SELECT  FATCNTX   ASSIGN  TO  DISK
000710         ORGANIZATION  IS  SEQUENTIAL
000720         FILE STATUS   IS  WRK-FS-FATCNTX.
000730     SELECT  RELCHG    ASSIGN  TO  PRINTER
000740         FILE STATUS   IS  WRK-FS-RELCHG.
000750 DATA  DIVISION.
000760 FILE  SECTION.
000770 FD  SUMDAT
000780     LABEL RECORD STANDARD VALUE OF FILE-ID IS "sumdat.dat".
000790     COPY  CPSUMDAT.
000800 FD  TARIFA
000810     LABEL RECORD STANDARD VALUE OF FILE-ID IS "tarifa.dat".
000820     COPY  CPTARDAT.
000830 FD  FATCTL
000840     LABEL RECORD STANDARD VALUE OF FILE-ID IS "fatctl.dat".
000850     COPY  CPFATDAT.
000860 FD  APLREG
000870     LABEL RECORD STANDARD VALUE OF FILE-ID IS "aplreg.dat".
000880     COPY  CPAPLDAT.
000890 FD  EVTLOG
000900     LABEL RECORD STANDARD VALUE OF FILE-ID IS "evtlog.dat".
000910     COPY  CPEVTDAT.
000920 FD  FATCNTX
000930     LABEL RECORD STANDARD VALUE OF FILE-ID IS "fatcntx.dat".
000940 01  REG-FATCNTX               PIC X(80).
000950 FD  RELCHG
000960     LABEL RECORD STANDARD VALUE OF FILE-ID IS "relchg.lst".
000970 01  REG-RELCHG                PIC X(132).
000980 WORKING-STORAGE  SECTION.
000990 77  WRK-RC                    PIC X(02)  VALUE  '00'.
001000 77  WRK-FS-SUMDAT             PIC X(02)  VALUE  '00'.
001010 77  WRK-FS-TARIFA             PIC X(02)  VALUE  '00'.
001020 77  WRK-FS-FATCTL             PIC X(02)  VALUE  '00'.
001030 77  WRK-FS-APLREG             PIC X(02)  VALUE  '00'.
001040 77  WRK-FS-EVTLOG             PIC X(02)  VALUE  '00'.
001050 77  WRK-FS-FATCNTX            PIC X(02)  VALUE  '00'.
001060 77  WRK-FS-RELCHG             PIC X(02)  VALUE  '00'.
001070 77  WRK-FIM-SUMDAT            PIC X(01)  VALUE  'N'.
001080     88  FIM-SUMDAT                       VALUE  'S'.
001090 77  WRK-FIM-APLREG            PIC X(01)  VALUE  'N'.
001100     88  FIM-APLREG                       VALUE  'S'.
001110 77  WRK-TODAS-APLIC           PIC X(01)  VALUE  'N'.
001120     88  FATURAR-TODAS                    VALUE  'S'.
001130 77  WRK-FORCAR                PIC X(01)  VALUE  'N'.
001140     88  FATURAMENTO-FORCADO              VALUE  'S'.
001150 77  WRK-JA-FATURADO           PIC X(01)  VALUE  'N'.
001160     88  MES-JA-FATURADO                  VALUE  'S'.
001170 77  WRK-RECUSADO              PIC X(01)  VALUE  'N'.
001180     88  FATURAMENTO-RECUSADO             VALUE  'S'.
001190 77  WRK-SW-ENTRADAS           PIC X(01)  VALUE  'N'.
001200     88  ENTRADAS-ABERTAS                 VALUE  'S'.
001210 77  WRK-SW-SAIDAS             PIC X(01)  VALUE  'N'.
001220     88  SAIDAS-ABERTAS                   VALUE  'S'.
001230 01  WRK-SW-EVTLOG.
001240     03  WRK-SW-EVTLOG-OK      PIC X(01)  VALUE  'N'.
001250         88  EVTLOG-DISPONIVEL            VALUE  'S'.
001260 01  WRK-DATA-HOJE             PIC 9(08)  VALUE  ZEROS.
001270 01  WRK-DATA-HOJE-R  REDEFINES  WRK-DATA-HOJE.
001280     03  WRK-HOJE-ANOMES       PIC 9(06).
001290     03  FILLER                PIC 9(02).
001300 77  WRK-TIME                  PIC X(08)  VALUE  SPACES.
001310 77  WRK-HORA                  PIC X(06)  VALUE  SPACES.
001320*---------------------------------------------------------------*
001330*    CAMPOS DE MONTAGEM DO EVENTO OPERACIONAL (EVTLOG)          *
001340*---------------------------------------------------------------*
001350 77  WRK-EVT-SEQ               PIC 9(03)  VALUE  ZEROS.
001360 77  WRK-EVT-TIPO              PIC X(01)  VALUE  SPACES.
001370 77  WRK-EVT-QTD-1             PIC 9(09)  VALUE  ZEROS.
001380 77  WRK-EVT-QTD-2             PIC 9(09)  VALUE  ZEROS.
001390 77  WRK-EVT-TEXTO             PIC X(26)  VALUE  SPACES.
001400*---------------------------------------------------------------*
001410*    MES FATURADO E APLICACAO EM FATURAMENTO                    *
001420*---------------------------------------------------------------*
001430 01  WRK-ANOMES-FAT.
001440     03  WRK-AF-ANO            PIC 9(04).
001450     03  WRK-AF-MES            PIC 9(02).
001460 01  WRK-ANOMES-FAT-9  REDEFINES  WRK-ANOMES-FAT
001470                               PIC 9(06).
001480 77  WRK-APLICACAO             PIC X(08)  VALUE  'FERRCNTX'.
001490*---------------------------------------------------------------*
001500*    TIPOS DE ORIGEM FATURADOS (MESMA ORDEM DAS QUANTIDADES     *
001510*    DE SUMDAT)                                                 *
001520*---------------------------------------------------------------*
001530 01  TAB-TIPOS-VALORES.
001540     03  FILLER                PIC X(13)  VALUE  'JJOB'.
001550     03  FILLER                PIC X(13)  VALUE  'UUSUARIO'.
001560     03  FILLER                PIC X(13)  VALUE  'SSISTEMA'.
001570     03  FILLER                PIC X(13)  VALUE  '?DESCONHECIDO'.
001580 01  TAB-TIPOS  REDEFINES  TAB-TIPOS-VALORES.
001590     03  TAB-TIPO  OCCURS  4  TIMES.
001600         05  TIPO-CODIGO       PIC X(01).
001610         05  TIPO-NOME         PIC X(12).
001620 77  IND                       PIC S9(03)  COMP  VALUE  ZEROS.
001630*---------------------------------------------------------------*
001640*    ACUMULADORES DA APLICACAO E DO MES POR TIPO DE ORIGEM      *
001650*---------------------------------------------------------------*
001660 01  TAB-QTD-APLIC.
001670     03  QAP-QTD  OCCURS  4  TIMES
001680                               PIC 9(09).
001690 01  TAB-TOTAIS-MES.
001700     03  TAB-TMS  OCCURS  4  TIMES.
001710         05  TMS-QTD           PIC 9(09).
001720         05  TMS-VALOR         PIC 9(11)V99.
001730 77  WRK-QTD-APLIC             PIC 9(09)  VALUE  ZEROS.
001740 77  WRK-VALOR-APLIC           PIC 9(11)V99  VALUE  ZEROS.
001750 77  WRK-VALOR-LINHA           PIC 9(11)V99  VALUE  ZEROS.
001760*---------------------------------------------------------------*
001770*    TARIFA ENCONTRADA PARA A APLICACAO/TIPO EM CURSO           *
001780*---------------------------------------------------------------*
001790 77  WRK-TARIFA                PIC 9(05)V9(04)  VALUE  ZEROS.
001800 77  WRK-DEPARTAMENTO          PIC X(10)  VALUE  SPACES.
001810 77  WRK-FONTE-TARIFA          PIC X(10)  VALUE  SPACES.
001811*---------------------------------------------------------------*
001812*    DEPARTAMENTO DONO DA APLICACAO EM CURSO - TIRADO DAS       *
001813*    LINHAS DA PROPRIA APLICACAO NA TARIFA (QUALQUER TIPO)      *
001814*---------------------------------------------------------------*
001815 77  WRK-DEPTO-APLIC           PIC X(10)  VALUE  SPACES.
001816 77  WRK-FIM-TARIFA            PIC X(01)  VALUE  'N'.
001817     88  FIM-TARIFA                       VALUE  'S'.
001820*---------------------------------------------------------------*
001830*    APLICACOES FATURADAS NESTA EXECUCAO - SO VAO PARA O        *
001840*    CONTROLE (FATCTL) DEPOIS DO TRAILER GRAVADO                *
001850*---------------------------------------------------------------*
001860 01  TAB-FATURADAS.
001870     03  TAB-FAT  OCCURS  999  TIMES.
001880         05  FTB-APLICACAO     PIC X(08).
001890         05  FTB-QTD           PIC 9(09).
001900         05  FTB-VALOR         PIC 9(11)V99.
001910 77  WRK-QTD-FATURADAS         PIC S9(04)  COMP  VALUE  ZEROS.
001920 77  IND-FAT                   PIC S9(04)  COMP  VALUE  ZEROS.
001930*---------------------------------------------------------------*
001940*    TOTAIS DA EXECUCAO E DE CONTROLE DO TRAILER                *
001950*---------------------------------------------------------------*
001960 77  WRK-QTD-APLICACOES        PIC 9(05)  VALUE  ZEROS.
001970 77  WRK-QTD-EXECUCOES         PIC 9(09)  VALUE  ZEROS.
001980 77  WRK-VALOR-TOTAL           PIC 9(11)V99  VALUE  ZEROS.
001990 77  WRK-QTD-REGISTROS         PIC 9(09)  VALUE  ZEROS.
002000 77  WRK-QTD-SEM-TARIFA        PIC 9(09)  VALUE  ZEROS.
002005 77  WRK-QTD-SEM-DEPTO         PIC 9(09)  VALUE  ZEROS.
002010*---------------------------------------------------------------*
002020*    REGISTROS DO ARQUIVO DE FATURAMENTO DELIMITADO             *
002030*---------------------------------------------------------------*
002040 01  WRK-FAT-HEADER.
002050     03  FILLER                PIC X(02)  VALUE  'H;'.
002060     03  WFH-ANOMES            PIC 9(06).
002070     03  FILLER                PIC X(01)  VALUE  ';'.
002080     03  WFH-DATA              PIC 9(08).
002090     03  FILLER                PIC X(01)  VALUE  ';'.
002100     03  WFH-HORA              PIC X(06).
002110     03  FILLER                PIC X(01)  VALUE  ';'.
002120     03  WFH-REFATURA          PIC X(01).
002130     03  FILLER                PIC X(54)  VALUE  SPACES.
002140 01  WRK-FAT-DETALHE.
002150     03  FILLER                PIC X(02)  VALUE  'D;'.
002160     03  WFD-ANOMES            PIC 9(06).
002170     03  FILLER                PIC X(01)  VALUE  ';'.
002180     03  WFD-APLICACAO         PIC X(08).
002190     03  FILLER                PIC X(01)  VALUE  ';'.
002200     03  WFD-DEPARTAMENTO      PIC X(10).
002210     03  FILLER                PIC X(01)  VALUE  ';'.
002220     03  WFD-TIPO              PIC X(01).
002230     03  FILLER                PIC X(01)  VALUE  ';'.
002240     03  WFD-QTD               PIC 9(09).
002250     03  FILLER                PIC X(01)  VALUE  ';'.
002260     03  WFD-TARIFA            PIC 9(05).9(04).
002270     03  FILLER                PIC X(01)  VALUE  ';'.
002280     03  WFD-VALOR             PIC 9(11).99.
002290     03  FILLER                PIC X(14)  VALUE  SPACES.
002300 01  WRK-FAT-TRAILER.
002310     03  FILLER                PIC X(02)  VALUE  'T;'.
002320     03  WFT-QTD               PIC 9(09).
002330     03  FILLER                PIC X(01)  VALUE  ';'.
002340     03  WFT-EXECUCOES         PIC 9(09).
002350     03  FILLER                PIC X(01)  VALUE  ';'.
002360     03  WFT-VALOR             PIC 9(11).99.
002370     03  FILLER                PIC X(44)  VALUE  SPACES.
002380*---------------------------------------------------------------*
002390*    LINHAS DE IMPRESSAO                                        *
002400*---------------------------------------------------------------*
002410 01  WRK-LINHA-TITULO.
002420     03  FILLER                PIC X(42)   VALUE
002430         'FERRCHG - RATEIO MENSAL POR APLICACAO'.
002440     03  FILLER                PIC X(07)   VALUE  '  MES: '.
002450     03  WL-TIT-ANOMES         PIC 9(06).
002460     03  FILLER                PIC X(08)   VALUE  '  DATA: '.
002470     03  WL-TIT-DATA           PIC 9(08).
002480     03  FILLER                PIC X(61)   VALUE  SPACES.
002490 01  WRK-LINHA-REFATURA.
002500     03  FILLER                PIC X(60)   VALUE
002510         '*** REFATURAMENTO FORCADO - SUBSTITUI ENVIO ANTERIOR'.
002520     03  FILLER                PIC X(72)   VALUE  SPACES.
002530 01  WRK-LINHA-CABEC.
002540     03  FILLER                PIC X(50)   VALUE
002550         'APLIC.    DEPARTAM.   T TIPO          EXECUCOES   '.
002560     03  FILLER                PIC X(82)   VALUE
002570         '   TARIFA           VALOR  FONTE'.
002580 01  WRK-LINHA-DET.
002590     03  WL-DET-APLICACAO      PIC X(08).
002600     03  FILLER                PIC X(02)   VALUE  SPACES.
002610     03  WL-DET-DEPARTAMENTO   PIC X(10).
002620     03  FILLER                PIC X(02)   VALUE  SPACES.
002630     03  WL-DET-TIPO           PIC X(01).
002640     03  FILLER                PIC X(01)   VALUE  SPACES.
002650     03  WL-DET-TIPO-NOME      PIC X(12).
002660     03  FILLER                PIC X(02)   VALUE  SPACES.
002670     03  WL-DET-QTD            PIC ZZZZZZZZ9.
002680     03  FILLER                PIC X(02)   VALUE  SPACES.
002690     03  WL-DET-TARIFA         PIC ZZZZ9.9999.
002700     03  FILLER                PIC X(02)   VALUE  SPACES.
002710     03  WL-DET-VALOR          PIC ZZZZZZZZZZ9.99.
002720     03  FILLER                PIC X(02)   VALUE  SPACES.
002730     03  WL-DET-FONTE          PIC X(10).
002740     03  FILLER                PIC X(45)   VALUE  SPACES.
002750 01  WRK-LINHA-APLIC.
002760     03  FILLER                PIC X(06)   VALUE  'TOTAL '.
002770     03  WL-APT-APLICACAO      PIC X(08).
002780     03  FILLER                PIC X(24)   VALUE  SPACES.
002790     03  WL-APT-QTD            PIC ZZZZZZZZ9.
002800     03  FILLER                PIC X(14)   VALUE  SPACES.
002810     03  WL-APT-VALOR          PIC ZZZZZZZZZZ9.99.
002820     03  FILLER                PIC X(57)   VALUE  SPACES.
002830 01  WRK-LINHA-VAZIA.
002840     03  WL-VAZ-APLICACAO      PIC X(08).
002850     03  FILLER                PIC X(40)   VALUE
002860         '  SEM EXECUCOES NO MES - NADA A FATURAR'.
002870     03  FILLER                PIC X(84)   VALUE  SPACES.
002880 01  WRK-LINHA-TOTAL-TIPO.
002890     03  FILLER                PIC X(22)   VALUE  'TOTAL DO MES'.
002900     03  WL-TMT-TIPO           PIC X(01).
002910     03  FILLER                PIC X(01)   VALUE  SPACES.
002920     03  WL-TMT-TIPO-NOME      PIC X(12).
002930     03  FILLER                PIC X(02)   VALUE  SPACES.
002940     03  WL-TMT-QTD            PIC ZZZZZZZZ9.
002950     03  FILLER                PIC X(14)   VALUE  SPACES.
002960     03  WL-TMT-VALOR          PIC ZZZZZZZZZZ9.99.
002970     03  FILLER                PIC X(57)   VALUE  SPACES.
002980 01  WRK-LINHA-TOTAL.
002990     03  FILLER                PIC X(26)   VALUE
003000         'TOTAL GERAL - APLICACOES: '.
003010     03  WL-TOT-APLICACOES     PIC ZZZZ9.
003020     03  FILLER                PIC X(07)   VALUE  SPACES.
003030     03  WL-TOT-QTD            PIC ZZZZZZZZ9.
003040     03  FILLER                PIC X(14)   VALUE  SPACES.
003050     03  WL-TOT-VALOR          PIC ZZZZZZZZZZ9.99.
003060     03  FILLER                PIC X(57)   VALUE  SPACES.
003070 LINKAGE  SECTION.
003080 01  LS-PARM-AREA.
003090     03  LS-PARM-LEN           PIC S9(04)  COMP.
003100     03  LS-PARM-DADOS.
003110         05  LS-PARM-ANOMES    PIC X(06).
003120         05  LS-PARM-FORCAR    PIC X(01).
003130         05  LS-PARM-APLICACAO PIC X(08).
003140 PROCEDURE  DIVISION  USING  LS-PARM-AREA.
003150
003160 0000-MAINLINE  SECTION.
003170     DISPLAY  'FERRCHG - INICIO DO RATEIO MENSAL'.
003180     PERFORM  1000-INICIALIZAR
003190              THRU  1000-INICIALIZAR-EXIT.
003200     PERFORM  1200-VERIFICAR-FATURADO
003210              THRU  1200-VERIFICAR-FATURADO-EXIT.
003220     PERFORM  1300-ABRIR-SAIDAS
003230              THRU  1300-ABRIR-SAIDAS-EXIT.
003240     IF  FATURAR-TODAS
003250         PERFORM  1500-LER-APLREG  THRU  1500-LER-APLREG-EXIT
003260         PERFORM  1600-FATURAR-REGISTRADA
003270                  THRU  1600-FATURAR-REGISTRADA-EXIT
003280                  UNTIL  FIM-APLREG
003290     ELSE
003300         PERFORM  5000-FATURAR-APLICACAO
003310                  THRU  5000-FATURAR-APLICACAO-EXIT
003320     END-IF.
003330     PERFORM  4000-TOTALIZAR
003340              THRU  4000-TOTALIZAR-EXIT.
003350     PERFORM  4500-GRAVAR-CONTROLES
003360              THRU  4500-GRAVAR-CONTROLES-EXIT.
003370     PERFORM  9999-FINALIZAR
003380              THRU  9999-FINALIZAR-EXIT.
003390 0000-MAINLINE-EXIT.
003400     EXIT.
003410
003420*---------------------------------------------------------------*
003430*    1000 - INTERPRETA O PARM, CRITICA O MES E ABRE AS          *
003440*           ENTRADAS E O CONTROLE (CRIADO NA PRIMEIRA VEZ)      *
003450*---------------------------------------------------------------*
003460 1000-INICIALIZAR  SECTION.
003470     ACCEPT  WRK-DATA-HOJE  FROM  DATE  YYYYMMDD.
003480     ACCEPT  WRK-TIME       FROM  TIME.
003490     MOVE  WRK-TIME  TO  WRK-HORA.
003500     INITIALIZE  TAB-TOTAIS-MES.
003510
003520     PERFORM  7000-ABRIR-EVTLOG  THRU  7000-ABRIR-EVTLOG-EXIT.
003530     MOVE  'I'      TO  WRK-EVT-TIPO.
003540     MOVE  ZEROS    TO  WRK-EVT-QTD-1  WRK-EVT-QTD-2.
003550     MOVE  'INICIO DO RATEIO'  TO  WRK-EVT-TEXTO.
003560     PERFORM  8000-GRAVAR-EVENTO
003570              THRU  8000-GRAVAR-EVENTO-EXIT.
003580
003590*    MES EM BRANCO = MES ANTERIOR AO CORRENTE (A EXECUCAO NORMAL
003600*    E NO INICIO DO MES, FATURANDO O MES QUE ACABOU DE FECHAR).
003610     IF  LS-PARM-LEN  >=  6  AND
003620         LS-PARM-ANOMES  NOT  =  SPACES
003630         MOVE  LS-PARM-ANOMES   TO  WRK-ANOMES-FAT
003640     ELSE
003650         MOVE  WRK-HOJE-ANOMES  TO  WRK-ANOMES-FAT-9
003660         IF  WRK-AF-MES  =  01
003670             SUBTRACT  1  FROM  WRK-AF-ANO
003680             MOVE  12  TO  WRK-AF-MES
003690         ELSE
003700             SUBTRACT  1  FROM  WRK-AF-MES
003710         END-IF
003720     END-IF.
003730     IF  LS-PARM-LEN  >=  7  AND  LS-PARM-FORCAR  =  'F'
003740         SET  FATURAMENTO-FORCADO  TO  TRUE
003750     END-IF.
003760     PERFORM  1050-CRITICAR-MES  THRU  1050-CRITICAR-MES-EXIT.
003770
003780     IF  LS-PARM-LEN  >=  15  AND
003790         LS-PARM-APLICACAO  NOT  =  SPACES
003800         MOVE  LS-PARM-APLICACAO  TO  WRK-APLICACAO
003810     ELSE
003820         PERFORM  1100-ABRIR-APLREG
003830                  THRU  1100-ABRIR-APLREG-EXIT
003840     END-IF.
003850
003860     SET  ENTRADAS-ABERTAS  TO  TRUE.
003870     OPEN  INPUT  SUMDAT.
003880     IF  WRK-FS-SUMDAT  NOT  =  '00'
003890         DISPLAY  'FERRCHG - ERRO ABERTURA SUMDAT - FS='
003900                  WRK-FS-SUMDAT
003910         MOVE  '12'  TO  WRK-RC
003920         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003930     END-IF.
003940     OPEN  INPUT  TARIFA.
003950     IF  WRK-FS-TARIFA  NOT  =  '00'
003960         DISPLAY  'FERRCHG - ERRO ABERTURA TARIFA - FS='
003970                  WRK-FS-TARIFA
003980         MOVE  '12'  TO  WRK-RC
003990         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004000     END-IF.
004010     OPEN  I-O  FATCTL.
004020     EVALUATE  WRK-FS-FATCTL
004030         WHEN  '00'
004040             CONTINUE
004050         WHEN  '35'
004060             OPEN  OUTPUT  FATCTL
004070             IF  WRK-FS-FATCTL  =  '00'
004080                 CLOSE  FATCTL
004090                 OPEN  I-O  FATCTL
004100             END-IF
004110             IF  WRK-FS-FATCTL  NOT  =  '00'
004120                 DISPLAY  'FERRCHG - ERRO CRIACAO FATCTL - FS='
004130                          WRK-FS-FATCTL
004140                 MOVE  '12'  TO  WRK-RC
004150                 PERFORM  9999-FINALIZAR
004160                          THRU  9999-FINALIZAR-EXIT
004170             END-IF
004180         WHEN  OTHER
004190             DISPLAY  'FERRCHG - ERRO ABERTURA FATCTL - FS='
004200                      WRK-FS-FATCTL
004210             MOVE  '12'  TO  WRK-RC
004220             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004230     END-EVALUATE.
004240 1000-INICIALIZAR-EXIT.
004250     EXIT.
004260
004270*---------------------------------------------------------------*
004280*    1050 - SO SE FATURA MES VALIDO E JA FECHADO: O MES         *
004290*           CORRENTE AINDA RECEBE EXECUCOES                     *
004300*---------------------------------------------------------------*
004310 1050-CRITICAR-MES  SECTION.
004320     IF  WRK-ANOMES-FAT  NOT  NUMERIC  OR
004330         WRK-AF-MES  <  01             OR
004340         WRK-AF-MES  >  12
004350         DISPLAY  'FERRCHG - PARM INVALIDO - MES: '
004360                  WRK-ANOMES-FAT
004370         MOVE  '12'  TO  WRK-RC
004380         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004390     END-IF.
004400     IF  WRK-ANOMES-FAT-9  NOT  <  WRK-HOJE-ANOMES
004410         DISPLAY  'FERRCHG - MES '  WRK-ANOMES-FAT
004420                  ' AINDA NAO FECHADO - NADA FATURADO'
004430         MOVE  '12'  TO  WRK-RC
004440         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004450     END-IF.
004460 1050-CRITICAR-MES-EXIT.
004470     EXIT.
004480
004490*---------------------------------------------------------------*
004500*    1100 - SEM APLICACAO NO PARM: TODAS AS ATIVAS DO REGISTRO. *
004510*           REGISTRO INDISPONIVEL, FATURA SO A PADRAO.          *
004520*---------------------------------------------------------------*
004530 1100-ABRIR-APLREG  SECTION.
004540     OPEN  INPUT  APLREG.
004550     IF  WRK-FS-APLREG  =  '00'
004560         SET  FATURAR-TODAS  TO  TRUE
004570     ELSE
004580         DISPLAY  'FERRCHG - AVISO: APLREG INDISPONIVEL - FS='
004590                  WRK-FS-APLREG  ' - FATURANDO SO '
004600                  WRK-APLICACAO
004610     END-IF.
004620 1100-ABRIR-APLREG-EXIT.
004630     EXIT.
004640
004650*---------------------------------------------------------------*
004660*    1200 - PROCURA O MES NO CONTROLE DE FATURAMENTO.  JA       *
004670*           FATURADO (PARA QUALQUER APLICACAO, NO MODO TODAS),  *
004680*           A EXECUCAO E RECUSADA ANTES DE GRAVAR QUALQUER      *
004690*           SAIDA, A MENOS QUE O PARM FORCE O REFATURAMENTO.    *
004700*---------------------------------------------------------------*
004710 1200-VERIFICAR-FATURADO  SECTION.
004720     MOVE  WRK-ANOMES-FAT-9  TO  FAT-ANOMES.
004730     IF  FATURAR-TODAS
004740         MOVE  LOW-VALUES  TO  FAT-APLICACAO
004750         START  FATCTL  KEY  NOT  <  FAT-CHAVE
004760             INVALID  KEY
004770                 GO  TO  1200-VERIFICAR-FATURADO-EXIT
004780         END-START
004790         READ  FATCTL  NEXT  RECORD
004800             AT  END
004810                 GO  TO  1200-VERIFICAR-FATURADO-EXIT
004820         END-READ
004830     ELSE
004840         MOVE  WRK-APLICACAO  TO  FAT-APLICACAO
004850         READ  FATCTL
004860             INVALID  KEY
004870                 GO  TO  1200-VERIFICAR-FATURADO-EXIT
004880         END-READ
004890     END-IF.
004900     IF  WRK-FS-FATCTL  NOT  =  '00'  OR
004910         FAT-ANOMES  NOT  =  WRK-ANOMES-FAT-9
004920         GO  TO  1200-VERIFICAR-FATURADO-EXIT
004930     END-IF.
004940
004950     SET  MES-JA-FATURADO  TO  TRUE.
004960     DISPLAY  'FERRCHG - MES '  WRK-ANOMES-FAT
004970              ' JA FATURADO EM '  FAT-DT-FATURA
004980              ' (APLICACAO '  FAT-APLICACAO  ')'.
004990     IF  NOT  FATURAMENTO-FORCADO
005000         DISPLAY  'FERRCHG - REEXECUCAO RECUSADA - PARA '
005010                  'REFATURAR INFORMAR F NO PARM'
005020         SET  FATURAMENTO-RECUSADO  TO  TRUE
005030         MOVE  '08'  TO  WRK-RC
005040         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005050     END-IF.
005060     DISPLAY  'FERRCHG - AVISO: REFATURAMENTO FORCADO DO MES '
005070              WRK-ANOMES-FAT.
005080 1200-VERIFICAR-FATURADO-EXIT.
005090     EXIT.
005100
005110*---------------------------------------------------------------*
005120*    1300 - ABRE O ARQUIVO DE FATURAMENTO E O RELATORIO, GRAVA  *
005130*           O HEADER E O CABECALHO                              *
005140*---------------------------------------------------------------*
005150 1300-ABRIR-SAIDAS  SECTION.
005160     OPEN  OUTPUT  FATCNTX.
005170     IF  WRK-FS-FATCNTX  NOT  =  '00'
005180         DISPLAY  'FERRCHG - ERRO ABERTURA FATCNTX - FS='
005190                  WRK-FS-FATCNTX
005200         MOVE  '12'  TO  WRK-RC
005210         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005220     END-IF.
005230     OPEN  OUTPUT  RELCHG.
005240     IF  WRK-FS-RELCHG  NOT  =  '00'
005250         DISPLAY  'FERRCHG - ERRO ABERTURA RELCHG - FS='
005260                  WRK-FS-RELCHG
005270         CLOSE  FATCNTX
005280         MOVE  '12'  TO  WRK-RC
005290         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005300     END-IF.
005310     SET  SAIDAS-ABERTAS  TO  TRUE.
005320
005330     MOVE  WRK-ANOMES-FAT-9  TO  WFH-ANOMES.
005340     MOVE  WRK-DATA-HOJE     TO  WFH-DATA.
005350     MOVE  WRK-HORA          TO  WFH-HORA.
005360     IF  MES-JA-FATURADO
005370         MOVE  'S'  TO  WFH-REFATURA
005380     ELSE
005390         MOVE  'N'  TO  WFH-REFATURA
005400     END-IF.
005410     MOVE  WRK-FAT-HEADER  TO  REG-FATCNTX.
005420     WRITE  REG-FATCNTX.
005430
005440     MOVE  WRK-ANOMES-FAT-9  TO  WL-TIT-ANOMES.
005450     MOVE  WRK-DATA-HOJE     TO  WL-TIT-DATA.
005460     MOVE  WRK-LINHA-TITULO  TO  REG-RELCHG.
005470     WRITE  REG-RELCHG.
005480     IF  MES-JA-FATURADO
005490         MOVE  WRK-LINHA-REFATURA  TO  REG-RELCHG
005500         WRITE  REG-RELCHG
005510     END-IF.
005520     MOVE  SPACES            TO  REG-RELCHG.
005530     WRITE  REG-RELCHG.
005540     MOVE  WRK-LINHA-CABEC   TO  REG-RELCHG.
005550     WRITE  REG-RELCHG.
005560 1300-ABRIR-SAIDAS-EXIT.
005570     EXIT.
005580
005590 1500-LER-APLREG  SECTION.
005600     READ  APLREG  NEXT  RECORD
005610         AT  END
005620             SET  FIM-APLREG  TO  TRUE
005630     END-READ.
005640 1500-LER-APLREG-EXIT.
005650     EXIT.
005660
005670 1600-FATURAR-REGISTRADA  SECTION.
005680     IF  APL-APLIC-ATIVA
005690         MOVE  APL-APLICACAO  TO  WRK-APLICACAO
005700         PERFORM  5000-FATURAR-APLICACAO
005710                  THRU  5000-FATURAR-APLICACAO-EXIT
005720     END-IF.
005730     PERFORM  1500-LER-APLREG  THRU  1500-LER-APLREG-EXIT.
005740 1600-FATURAR-REGISTRADA-EXIT.
005750     EXIT.
005760
005770*---------------------------------------------------------------*
005780*    5000 - FATURAMENTO DE UMA APLICACAO: SOMA OS DIAS DO MES   *
005790*           EM SUMDAT POR TIPO DE ORIGEM E FATURA CADA TIPO     *
005800*           COM EXECUCOES                                       *
005810*---------------------------------------------------------------*
005820 5000-FATURAR-APLICACAO  SECTION.
005830     ADD  1  TO  WRK-QTD-APLICACOES.
005840     INITIALIZE  TAB-QTD-APLIC.
005850     MOVE  ZEROS  TO  WRK-QTD-APLIC  WRK-VALOR-APLIC.
005860     MOVE  'N'    TO  WRK-FIM-SUMDAT.
005870
005880     MOVE  WRK-APLICACAO     TO  SUM-APLICACAO.
005890     MOVE  WRK-ANOMES-FAT-9  TO  SUM-ANOMES.
005900     MOVE  ZEROS             TO  SUM-DIA.
005910     START  SUMDAT  KEY  NOT  <  SUM-CHAVE
005920         INVALID  KEY
005930             SET  FIM-SUMDAT  TO  TRUE
005940     END-START.
005950     PERFORM  2000-LER-SUMDAT  THRU  2000-LER-SUMDAT-EXIT.
005960     PERFORM  2100-ACUMULAR-DIA
005970              THRU  2100-ACUMULAR-DIA-EXIT
005980              UNTIL  FIM-SUMDAT.
005990
006000     IF  QAP-QTD (1)  =  ZERO  AND  QAP-QTD (2)  =  ZERO  AND
006010         QAP-QTD (3)  =  ZERO  AND  QAP-QTD (4)  =  ZERO
006020         MOVE  WRK-APLICACAO    TO  WL-VAZ-APLICACAO
006030         MOVE  WRK-LINHA-VAZIA  TO  REG-RELCHG
006040         WRITE  REG-RELCHG
006050     ELSE
006052         PERFORM  3200-OBTER-DEPARTAMENTO
006054                  THRU  3200-OBTER-DEPARTAMENTO-EXIT
006060         PERFORM  3000-FATURAR-TIPO
006070                  THRU  3000-FATURAR-TIPO-EXIT
006080                  VARYING  IND  FROM  1  BY  1
006090                  UNTIL  IND  >  4
006100         MOVE  WRK-APLICACAO    TO  WL-APT-APLICACAO
006110         MOVE  WRK-QTD-APLIC    TO  WL-APT-QTD
006120         MOVE  WRK-VALOR-APLIC  TO  WL-APT-VALOR
006130         MOVE  WRK-LINHA-APLIC  TO  REG-RELCHG
006140         WRITE  REG-RELCHG
006150     END-IF.
006160     MOVE  SPACES  TO  REG-RELCHG.
006170     WRITE  REG-RELCHG.
006180
006190*    A APLICACAO SEM EXECUCOES TAMBEM ENTRA NO CONTROLE: O MES
006200*    FICA FATURADO (COM ZERO) PARA ELA.
006210     IF  WRK-QTD-FATURADAS  NOT  <  999
006220         DISPLAY  'FERRCHG - ERRO: MAIS DE 999 APLICACOES '
006230                  'FATURADAS NA EXECUCAO'
006240         MOVE  '16'  TO  WRK-RC
006250         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
006260     END-IF.
006270     ADD  1  TO  WRK-QTD-FATURADAS.
006280     MOVE  WRK-APLICACAO    TO  FTB-APLICACAO (WRK-QTD-FATURADAS).
006290     MOVE  WRK-QTD-APLIC    TO  FTB-QTD (WRK-QTD-FATURADAS).
006300     MOVE  WRK-VALOR-APLIC  TO  FTB-VALOR (WRK-QTD-FATURADAS).
006310 5000-FATURAR-APLICACAO-EXIT.
006320     EXIT.
006330
006340 2000-LER-SUMDAT  SECTION.
006350     IF  FIM-SUMDAT
006360         GO  TO  2000-LER-SUMDAT-EXIT
006370     END-IF.
006380     READ  SUMDAT  NEXT  RECORD
006390         AT  END
006400             SET  FIM-SUMDAT  TO  TRUE
006410     END-READ.
006420     IF  NOT  FIM-SUMDAT  AND
006430        (SUM-APLICACAO  NOT  =  WRK-APLICACAO  OR
006440         SUM-ANOMES     NOT  =  WRK-ANOMES-FAT-9)
006450         SET  FIM-SUMDAT  TO  TRUE
006460     END-IF.
006470 2000-LER-SUMDAT-EXIT.
006480     EXIT.
006490
006500 2100-ACUMULAR-DIA  SECTION.
006510     ADD  SUM-QTD-JOB       TO  QAP-QTD (1).
006520     ADD  SUM-QTD-USUARIO   TO  QAP-QTD (2).
006530     ADD  SUM-QTD-SISTEMA   TO  QAP-QTD (3).
006540     ADD  SUM-QTD-DESCONH   TO  QAP-QTD (4).
006550     PERFORM  2000-LER-SUMDAT  THRU  2000-LER-SUMDAT-EXIT.
006560 2100-ACUMULAR-DIA-EXIT.
006570     EXIT.
006580
006590*---------------------------------------------------------------*
006600*    3000 - FATURA UM TIPO DE ORIGEM DA APLICACAO: TARIFA,      *
006610*           VALOR, REGISTRO DE FATURAMENTO E LINHA DO RELATORIO *
006620*---------------------------------------------------------------*
006630 3000-FATURAR-TIPO  SECTION.
006640     IF  QAP-QTD (IND)  =  ZERO
006650         GO  TO  3000-FATURAR-TIPO-EXIT
006660     END-IF.
006670     PERFORM  3100-OBTER-TARIFA  THRU  3100-OBTER-TARIFA-EXIT.
006680     COMPUTE  WRK-VALOR-LINHA  ROUNDED  =
006690              QAP-QTD (IND)  *  WRK-TARIFA.
006700
006710     MOVE  WRK-ANOMES-FAT-9    TO  WFD-ANOMES.
006720     MOVE  WRK-APLICACAO       TO  WFD-APLICACAO.
006730     MOVE  WRK-DEPARTAMENTO    TO  WFD-DEPARTAMENTO.
006740     MOVE  TIPO-CODIGO (IND)   TO  WFD-TIPO.
006750     MOVE  QAP-QTD (IND)       TO  WFD-QTD.
006760     MOVE  WRK-TARIFA          TO  WFD-TARIFA.
006770     MOVE  WRK-VALOR-LINHA     TO  WFD-VALOR.
006780     MOVE  WRK-FAT-DETALHE     TO  REG-FATCNTX.
006790     WRITE  REG-FATCNTX.
006800     IF  WRK-FS-FATCNTX  NOT  =  '00'
006810         DISPLAY  'FERRCHG - ERRO GRAVACAO FATCNTX - FS='
006820                  WRK-FS-FATCNTX
006830         MOVE  '16'  TO  WRK-RC
006840         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
006850     END-IF.
006860     ADD  1  TO  WRK-QTD-REGISTROS.
006870
006880     ADD  QAP-QTD (IND)    TO  WRK-QTD-APLIC
006890                               WRK-QTD-EXECUCOES
006900                               TMS-QTD (IND).
006910     ADD  WRK-VALOR-LINHA  TO  WRK-VALOR-APLIC
006920                               WRK-VALOR-TOTAL
006930                               TMS-VALOR (IND).
006940
006950     MOVE  WRK-APLICACAO       TO  WL-DET-APLICACAO.
006960     MOVE  WRK-DEPARTAMENTO    TO  WL-DET-DEPARTAMENTO.
006962     IF  WRK-DEPARTAMENTO  =  SPACES
006964         MOVE  '*SEM DEPTO'    TO  WL-DET-DEPARTAMENTO
006966     END-IF.
006970     MOVE  TIPO-CODIGO (IND)   TO  WL-DET-TIPO.
006980     MOVE  TIPO-NOME (IND)     TO  WL-DET-TIPO-NOME.
006990     MOVE  QAP-QTD (IND)       TO  WL-DET-QTD.
007000     MOVE  WRK-TARIFA          TO  WL-DET-TARIFA.
007010     MOVE  WRK-VALOR-LINHA     TO  WL-DET-VALOR.
007020     MOVE  WRK-FONTE-TARIFA    TO  WL-DET-FONTE.
007030     MOVE  WRK-LINHA-DET       TO  REG-RELCHG.
007040     WRITE  REG-RELCHG.
007050 3000-FATURAR-TIPO-EXIT.
007060     EXIT.
007070
007080*---------------------------------------------------------------*
007090*    3100 - TARIFA DA APLICACAO PARA O TIPO; SEM ELA, A TARIFA  *
007100*           PADRAO ('*PADRAO*'); SEM NENHUMA, FATURA ZERO E     *
007110*           AVISA (RC 04) - A LINHA SAI MARCADA 'SEM TARIFA'.   *
007112*           O DEPARTAMENTO E SEMPRE O DA APLICACAO: O DA LINHA  *
007114*           PROPRIA DO TIPO, SENAO O OBTIDO EM 3200 - NUNCA O   *
007116*           DA LINHA '*PADRAO*'                                 *
007120*---------------------------------------------------------------*
007130 3100-OBTER-TARIFA  SECTION.
007140     MOVE  WRK-APLICACAO      TO  TAR-APLICACAO.
007150     MOVE  TIPO-CODIGO (IND)  TO  TAR-TIPO-ORIGEM.
007160     READ  TARIFA
007170         INVALID  KEY
007180             CONTINUE
007190     END-READ.
007200     IF  WRK-FS-TARIFA  =  '00'
007210         MOVE  'PROPRIA'  TO  WRK-FONTE-TARIFA
007220         GO  TO  3100-OBTER-TARIFA-ACHOU
007230     END-IF.
007240     MOVE  '*PADRAO*'         TO  TAR-APLICACAO.
007250     MOVE  TIPO-CODIGO (IND)  TO  TAR-TIPO-ORIGEM.
007260     READ  TARIFA
007270         INVALID  KEY
007280             CONTINUE
007290     END-READ.
007300     IF  WRK-FS-TARIFA  =  '00'
007310         MOVE  'PADRAO'  TO  WRK-FONTE-TARIFA
007320         GO  TO  3100-OBTER-TARIFA-ACHOU
007330     END-IF.
007340     MOVE  ZEROS         TO  WRK-TARIFA.
007350     MOVE  WRK-DEPTO-APLIC  TO  WRK-DEPARTAMENTO.
007360     MOVE  'SEM TARIFA'  TO  WRK-FONTE-TARIFA.
007370     ADD  1  TO  WRK-QTD-SEM-TARIFA.
007380     DISPLAY  'FERRCHG - AVISO: SEM TARIFA PARA '  WRK-APLICACAO
007390              ' TIPO '  TIPO-CODIGO (IND)  ' - FATURADO ZERO'.
007400     IF  WRK-RC  <  '04'
007410         MOVE  '04'  TO  WRK-RC
007420     END-IF.
007430     GO  TO  3100-OBTER-TARIFA-EXIT.
007440 3100-OBTER-TARIFA-ACHOU.
007450     MOVE  TAR-VALOR-EXECUCAO  TO  WRK-TARIFA.
007460     IF  TAR-APLICACAO  =  WRK-APLICACAO  AND
007461         TAR-DEPARTAMENTO  NOT  =  SPACES
007462         MOVE  TAR-DEPARTAMENTO  TO  WRK-DEPARTAMENTO
007463     ELSE
007464         MOVE  WRK-DEPTO-APLIC   TO  WRK-DEPARTAMENTO
007465     END-IF.
007470 3100-OBTER-TARIFA-EXIT.
007480     EXIT.
007481
007482*---------------------------------------------------------------*
007483*    3200 - DEPARTAMENTO DONO DA APLICACAO: O PRIMEIRO NAO EM   *
007484*           BRANCO DAS LINHAS DA PROPRIA APLICACAO NA TARIFA,   *
007485*           DE QUALQUER TIPO DE ORIGEM.  SEM NENHUM, AS LINHAS  *
007486*           SAEM SEM DEPARTAMENTO ('*SEM DEPTO' NO RELATORIO)   *
007487*           E A APLICACAO E AVISADA (RC 04)                     *
007488*---------------------------------------------------------------*
007489 3200-OBTER-DEPARTAMENTO  SECTION.
007490     MOVE  SPACES         TO  WRK-DEPTO-APLIC.
007491     MOVE  'N'            TO  WRK-FIM-TARIFA.
007492     MOVE  WRK-APLICACAO  TO  TAR-APLICACAO.
007493     MOVE  LOW-VALUES     TO  TAR-TIPO-ORIGEM.
007494     START  TARIFA  KEY  NOT  <  TAR-CHAVE
007495         INVALID  KEY
007496             SET  FIM-TARIFA  TO  TRUE
007497     END-START.
007498     PERFORM  3210-LER-TARIFA  THRU  3210-LER-TARIFA-EXIT
007499              UNTIL  FIM-TARIFA.
007500     IF  WRK-DEPTO-APLIC  =  SPACES
007501         ADD  1  TO  WRK-QTD-SEM-DEPTO
007502         DISPLAY  'FERRCHG - AVISO: APLICACAO '  WRK-APLICACAO
007503                  ' SEM DEPARTAMENTO NA TARIFA'
007504         IF  WRK-RC  <  '04'
007505             MOVE  '04'  TO  WRK-RC
007506         END-IF
007507     END-IF.
007508 3200-OBTER-DEPARTAMENTO-EXIT.
007509     EXIT.
007510
007511 3210-LER-TARIFA  SECTION.
007512     READ  TARIFA  NEXT  RECORD
007513         AT  END
007514             SET  FIM-TARIFA  TO  TRUE
007515     END-READ.
007516     IF  FIM-TARIFA
007517         GO  TO  3210-LER-TARIFA-EXIT
007518     END-IF.
007519     IF  TAR-APLICACAO  NOT  =  WRK-APLICACAO
007520         SET  FIM-TARIFA  TO  TRUE
007521         GO  TO  3210-LER-TARIFA-EXIT
007522     END-IF.
007523     IF  TAR-DEPARTAMENTO  NOT  =  SPACES
007524         MOVE  TAR-DEPARTAMENTO  TO  WRK-DEPTO-APLIC
007525         SET  FIM-TARIFA  TO  TRUE
007526     END-IF.
007527 3210-LER-TARIFA-EXIT.
007528     EXIT.
007529
007530*---------------------------------------------------------------*
007531*    4000 - TOTAIS DO MES POR TIPO DE ORIGEM E GERAL NO         *
007532*           RELATORIO, E O TRAILER DO ARQUIVO DE FATURAMENTO    *
007533*---------------------------------------------------------------*
007540 4000-TOTALIZAR  SECTION.
007550     PERFORM  4100-IMPRIMIR-TOTAL-TIPO
007560              THRU  4100-IMPRIMIR-TOTAL-TIPO-EXIT
007570              VARYING  IND  FROM  1  BY  1
007580              UNTIL  IND  >  4.
007590     MOVE  WRK-QTD-APLICACOES  TO  WL-TOT-APLICACOES.
007600     MOVE  WRK-QTD-EXECUCOES   TO  WL-TOT-QTD.
007610     MOVE  WRK-VALOR-TOTAL     TO  WL-TOT-VALOR.
007620     MOVE  WRK-LINHA-TOTAL     TO  REG-RELCHG.
007630     WRITE  REG-RELCHG.
007640
007650     MOVE  WRK-QTD-REGISTROS   TO  WFT-QTD.
007660     MOVE  WRK-QTD-EXECUCOES   TO  WFT-EXECUCOES.
007670     MOVE  WRK-VALOR-TOTAL     TO  WFT-VALOR.
007680     MOVE  WRK-FAT-TRAILER     TO  REG-FATCNTX.
007690     WRITE  REG-FATCNTX.
007700     IF  WRK-FS-FATCNTX  NOT  =  '00'
007710         DISPLAY  'FERRCHG - ERRO GRAVACAO TRAILER - FS='
007720                  WRK-FS-FATCNTX
007730         MOVE  '16'  TO  WRK-RC
007740         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
007750     END-IF.
007760 4000-TOTALIZAR-EXIT.
007770     EXIT.
007780
007790 4100-IMPRIMIR-TOTAL-TIPO  SECTION.
007800     MOVE  TIPO-CODIGO (IND)     TO  WL-TMT-TIPO.
007810     MOVE  TIPO-NOME (IND)       TO  WL-TMT-TIPO-NOME.
007820     MOVE  TMS-QTD (IND)         TO  WL-TMT-QTD.
007830     MOVE  TMS-VALOR (IND)       TO  WL-TMT-VALOR.
007840     MOVE  WRK-LINHA-TOTAL-TIPO  TO  REG-RELCHG.
007850     WRITE  REG-RELCHG.
007860 4100-IMPRIMIR-TOTAL-TIPO-EXIT.
007870     EXIT.
007880
007890*---------------------------------------------------------------*
007900*    4500 - MARCA O MES COMO FATURADO PARA CADA APLICACAO DA    *
007910*           EXECUCAO.  SO AQUI, COM O TRAILER JA GRAVADO: UMA   *
007920*           QUEDA NO MEIO DO ARQUIVO NAO DEIXA O MES MARCADO E  *
007930*           A RESUBMISSAO NAO PRECISA SER FORCADA.              *
007940*---------------------------------------------------------------*
007950 4500-GRAVAR-CONTROLES  SECTION.
007960     PERFORM  4600-GRAVAR-CONTROLE
007970              THRU  4600-GRAVAR-CONTROLE-EXIT
007980              VARYING  IND-FAT  FROM  1  BY  1
007990              UNTIL  IND-FAT  >  WRK-QTD-FATURADAS.
008000 4500-GRAVAR-CONTROLES-EXIT.
008010     EXIT.
008020
008030 4600-GRAVAR-CONTROLE  SECTION.
008040     MOVE  WRK-ANOMES-FAT-9           TO  FAT-ANOMES.
008050     MOVE  FTB-APLICACAO (IND-FAT)    TO  FAT-APLICACAO.
008060     READ  FATCTL
008070         INVALID  KEY
008080             MOVE  SPACES                  TO  REG-FATCTL
008090             MOVE  WRK-ANOMES-FAT-9        TO  FAT-ANOMES
008100             MOVE  FTB-APLICACAO (IND-FAT) TO  FAT-APLICACAO
008110             MOVE  ZEROS                   TO  FAT-QTD-REFATURA
008120     END-READ.
008130     MOVE  WRK-DATA-HOJE           TO  FAT-DT-FATURA.
008140     MOVE  WRK-HORA                TO  FAT-HR-FATURA.
008150     MOVE  FTB-QTD (IND-FAT)       TO  FAT-QTD-EXECUCOES.
008160     MOVE  FTB-VALOR (IND-FAT)     TO  FAT-VALOR.
008170     IF  WRK-FS-FATCTL  =  '00'
008180         ADD  1  TO  FAT-QTD-REFATURA
008190         REWRITE  REG-FATCTL
008200     ELSE
008210         WRITE    REG-FATCTL
008220     END-IF.
008230     IF  WRK-FS-FATCTL  NOT  =  '00'
008240         DISPLAY  'FERRCHG - ERRO GRAVACAO FATCTL - FS='
008250                  WRK-FS-FATCTL  ' APLICACAO '
008260                  FTB-APLICACAO (IND-FAT)
008270         MOVE  '16'  TO  WRK-RC
008280     END-IF.
008290 4600-GRAVAR-CONTROLE-EXIT.
008300     EXIT.
008310
008320*---------------------------------------------------------------*
008330*    7000 - ABRE (OU CRIA) O LOG DE EVENTOS OPERACIONAIS.       *
008340*           EVTLOG E AUXILIAR: INDISPONIVEL, APENAS AVISA -     *
008350*           NUNCA DERRUBA O FATURAMENTO.                        *
008360*---------------------------------------------------------------*
008370 7000-ABRIR-EVTLOG  SECTION.
008380     OPEN  I-O  EVTLOG.
008390     EVALUATE  WRK-FS-EVTLOG
008400         WHEN  '00'
008410             MOVE  'S'  TO  WRK-SW-EVTLOG-OK
008420         WHEN  '35'
008430             OPEN  OUTPUT  EVTLOG
008440             IF  WRK-FS-EVTLOG  =  '00'
008450                 MOVE  'S'  TO  WRK-SW-EVTLOG-OK
008460             END-IF
008470         WHEN  OTHER
008480             CONTINUE
008490     END-EVALUATE.
008500     IF  NOT  EVTLOG-DISPONIVEL
008510         DISPLAY  'FERRCHG - AVISO: EVTLOG INDISPONIVEL - FS='
008520                  WRK-FS-EVTLOG
008530     END-IF.
008540 7000-ABRIR-EVTLOG-EXIT.
008550     EXIT.
008560
008570*---------------------------------------------------------------*
008580*    8000 - GRAVA UM EVENTO OPERACIONAL EM EVTLOG.  CHAVE E     *
008590*           DATA+HORA+PROGRAMA+SEQ; STATUS 22 (CHAVE DUPLICADA, *
008600*           DUAS EXECUCOES NO MESMO SEGUNDO) AVANCA A SEQ E     *
008610*           TENTA DE NOVO.                                      *
008620*---------------------------------------------------------------*
008630 8000-GRAVAR-EVENTO  SECTION.
008640     IF  NOT  EVTLOG-DISPONIVEL
008650         GO  TO  8000-GRAVAR-EVENTO-EXIT
008660     END-IF.
008670     ADD  1  TO  WRK-EVT-SEQ.
008680 8000-GRAVAR-TENTATIVA.
008690     MOVE  SPACES           TO  REG-EVTLOG.
008700     MOVE  WRK-DATA-HOJE    TO  EVT-DATA.
008710     MOVE  WRK-HORA         TO  EVT-HORA.
008720     MOVE  'FERRCHG '       TO  EVT-PROGRAMA.
008730     MOVE  WRK-EVT-SEQ      TO  EVT-SEQ.
008740     MOVE  WRK-EVT-TIPO     TO  EVT-TIPO.
008750     MOVE  WRK-RC           TO  EVT-RC.
008760     MOVE  WRK-EVT-QTD-1    TO  EVT-QTD-1.
008770     MOVE  WRK-EVT-QTD-2    TO  EVT-QTD-2.
008780     MOVE  WRK-EVT-TEXTO    TO  EVT-TEXTO.
008790*    SEM APLICACAO NO PARM O PASSO COBRE TODAS - O EVENTO FICA
008800*    SEM APLICACAO (EVENTO GERAL DO SUBSISTEMA).
008810     IF  LS-PARM-LEN  >=  15  AND
008820         LS-PARM-APLICACAO  NOT  =  SPACES
008830         MOVE  LS-PARM-APLICACAO  TO  EVT-APLICACAO
008840     END-IF.
008850     WRITE  REG-EVTLOG.
008860     IF  WRK-FS-EVTLOG  =  '22'  AND  WRK-EVT-SEQ  <  999
008870         ADD  1  TO  WRK-EVT-SEQ
008880         GO  TO  8000-GRAVAR-TENTATIVA
008890     END-IF.
008900     IF  WRK-FS-EVTLOG  NOT  =  '00'
008910         DISPLAY  'FERRCHG - AVISO: FALHA GRAVACAO EVTLOG - FS='
008920                  WRK-FS-EVTLOG
008930         MOVE  'N'  TO  WRK-SW-EVTLOG-OK
008940     END-IF.
008950 8000-GRAVAR-EVENTO-EXIT.
008960     EXIT.
008970
008980*---------------------------------------------------------------*
008990*    9999 - GRAVA O EVENTO DE FIM, FECHA OS ARQUIVOS E ENCERRA  *
009000*---------------------------------------------------------------*
009010 9999-FINALIZAR  SECTION.
009020     MOVE  'F'                TO  WRK-EVT-TIPO.
009030     MOVE  WRK-QTD-EXECUCOES  TO  WRK-EVT-QTD-1.
009040     MOVE  WRK-QTD-REGISTROS  TO  WRK-EVT-QTD-2.
009050     EVALUATE  TRUE
009060         WHEN  FATURAMENTO-RECUSADO
009070             MOVE  'MES JA FATURADO-RECUSADO'  TO  WRK-EVT-TEXTO
009080         WHEN  MES-JA-FATURADO
009090             MOVE  'REFATURADO EXEC / REGS'    TO  WRK-EVT-TEXTO
009100         WHEN  OTHER
009110             MOVE  'FATURADO EXEC / REGS'      TO  WRK-EVT-TEXTO
009120     END-EVALUATE.
009130     PERFORM  8000-GRAVAR-EVENTO
009140              THRU  8000-GRAVAR-EVENTO-EXIT.
009150     IF  SAIDAS-ABERTAS
009160         CLOSE  FATCNTX  RELCHG
009170     END-IF.
009180     IF  ENTRADAS-ABERTAS
009190         CLOSE  SUMDAT  TARIFA  FATCTL
009200     END-IF.
009210     IF  FATURAR-TODAS
009220         CLOSE  APLREG
009230     END-IF.
009240     CLOSE  EVTLOG.
009250     DISPLAY  'FERRCHG - MES: '  WRK-ANOMES-FAT
009260              ' APLICACOES: '  WRK-QTD-APLICACOES
009270              ' EXECUCOES: '  WRK-QTD-EXECUCOES
009280              ' REGISTROS: '  WRK-QTD-REGISTROS.
009290     IF  WRK-QTD-SEM-TARIFA  >  ZERO
009300         DISPLAY  'FERRCHG - AVISO: LINHAS SEM TARIFA: '
009310                  WRK-QTD-SEM-TARIFA
009320     END-IF.
009322     IF  WRK-QTD-SEM-DEPTO  >  ZERO
009324         DISPLAY  'FERRCHG - AVISO: APLICACOES SEM DEPARTAMENTO: '
009326                  WRK-QTD-SEM-DEPTO
009328     END-IF.
009330     DISPLAY  'FERRCHG - FIM DE PROCESSAMENTO - RC='  WRK-RC.
009340     MOVE  WRK-RC  TO  RETURN-CODE.
009350     STOP  RUN.
009360 9999-FINALIZAR-EXIT.
009370     EXIT.
