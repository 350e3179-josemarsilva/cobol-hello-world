000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030*  PROGRAM-ID : FERRQUA                                        *
000040*  AUTHOR     : ANDRE                                          *
000050*  INSTALLATION : DATA CENTER - BATCH OPERATIONS                *
000060*  DATE-WRITTEN : 2026-10-15                                    *
000070*  PURPOSE                                                      *
000080*  FIELD-LEVEL DATA-QUALITY SCAN OF THE RUN HISTORY, BOTH       *
000090*  TIERS (HISTLOG THEN LOGDAT, IN LOG-SEQ ORDER), PER           *
000100*  APPLICATION.  FERRREC CHECKS ROW COUNTS AND FERRCAL CHECKS   *
000110*  RUNS AGAINST THE CALENDAR; THIS PROGRAM CHECKS THE CONTENT   *
000120*  OF EACH ROW BEFORE IT SPREADS INTO SUMDAT, THE WAREHOUSE     *
000130*  EXTRACT AND THE AUDIT REPORTS.  RULES:                       *
000140*    1 - DATADAT IS NOT A REAL CALENDAR DATE;                   *
000150*    2 - HORADAT IS NOT A VALID TIME (OVER 235959);             *
000160*    3 - LOG-TIPO-ORIGEM OUTSIDE J/U/S/?;                       *
000170*    4 - LOG-HOLD-FLAG SET WITH A BLANK LOG-HOLD-REQTE;         *
000180*    5 - DATADAT RUNS BACKWARDS AGAINST THE PREVIOUS LOG-SEQ    *
000190*        OF THE SAME APPLICATION (ACROSS BOTH TIERS).           *
000200*  EVERY DEFECTIVE ROW IS LISTED WITH THE RULE IT BROKE (ONE    *
000210*  LINE PER RULE), WITH TOTALS PER RULE FOR EACH APPLICATION    *
000220*  AND FOR THE RUN.  ANY DEFECT SETS RC 08, AND THE STEP-END    *
000230*  EVENT IN EVTLOG CARRIES THAT RC SO THE CONSOLIDATED ALERT    *
000240*  STEP (FERRALT) RAISES IT.  READ-ONLY.                        *
000250*  WITH A BLANK PARM EVERY ACTIVE APPLICATION OF THE REGISTRY   *
000260*  (APLREG) IS SCANNED; AN 8-BYTE PARM RESTRICTS THE RUN TO     *
000270*  THAT APPLICATION.                                            *
000280*-----------------------------------------------------------------
000290*  MODIFICATION HISTORY
000300*  DATE       INIT  DESCRIPTION
000310*  2026-10-15 AR    INITIAL VERSION.
000320*****************************************************************
000330 PROGRAM-ID.    FERRQUA.
000340 AUTHOR.        ANDRE.
000350 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000360 DATE-WRITTEN.  2026-10-15.
000370 DATE-COMPILED.
000380 ENVIRONMENT  DIVISION.
000390 INPUT-OUTPUT  SECTION.
000400 FILE-CONTROL.
000410     SELECT  LOGDAT    ASSIGN  TO  DISK
000420         ORGANIZATION  IS  INDEXED
000430         ACCESS MODE   IS  DYNAMIC
000440         RECORD KEY    IS  LOG-CHAVE
000450         FILE STATUS   IS  WRK-FS-LOGDAT.
000460     SELECT  HISTLOG   ASSIGN  TO  DISK
000470         ORGANIZATION  IS  INDEXED
000480         ACCESS MODE   IS  DYNAMIC
000490         RECORD KEY    IS  HST-CHAVE
000500         FILE STATUS   IS  WRK-FS-HISTLOG.
000510     SELECT  APLREG    ASSIGN  TO  DISK
000520         ORGANIZATION  IS  INDEXED
000530         ACCESS MODE   IS  DYNAMIC
000540         RECORD KEY    IS  APL-CHAVE
000550         FILE STATUS   IS  WRK-FS-APLREG.
000560     SELECT  EVTLOG    ASSIGN  TO  DISK
000570         ORGANIZATION  IS  INDEXED
000580         ACCESS MODE   IS  DYNAMIC
000590         RECORD KEY    IS  EVT-CHAVE
000600         FILE STATUS   IS  WRK-FS-EVTLOG.
000610     SELECT  RELQUA    ASSIGN  TO  PRINTER
000620         FILE STATUS   IS  WRK-FS-RELQUA.
000630 DATA  DIVISION.
000640 FILE  SECTION.
000650 FD  LOGDAT
000660     LABEL RECORD STANDARD VALUE OF FILE-ID IS "log.dat".
000670     COPY  CPLOGDAT.
000680 FD  HISTLOG
000690     LABEL RECORD STANDARD VALUE OF FILE-ID IS "histlog.dat".
000700     COPY  CPLOGDAT
000710         REPLACING  REG-LOGDAT          BY  REG-HISTLOG
000720                    LOG-CHAVE           BY  HST-CHAVE
000730                    LOG-APLICACAO       BY  HST-APLICACAO
000740                    LOG-SEQ             BY  HST-SEQ
000750                    DATADAT             BY  HST-DATADAT
000760                    HORADAT             BY  HST-HORADAT
000770                    LOG-ORIGEM          BY  HST-LOG-ORIGEM
000780                    LOG-TIPO-ORIGEM     BY  HST-TIPO-ORIGEM
000790                    LOG-ORIGEM-JOB      BY  HST-ORIGEM-JOB
000800                    LOG-ORIGEM-USUARIO  BY  HST-ORIGEM-USUARIO
000810                    LOG-ORIGEM-SISTEMA  BY  HST-ORIGEM-SISTEMA
000820                    LOG-ORIGEM-DESCONH  BY  HST-ORIGEM-DESCONH
000830                    LOG-ID-ORIGEM       BY  HST-ID-ORIGEM
000840                    LOG-HOLD            BY  HST-HOLD
000850                    LOG-HOLD-FLAG       BY  HST-HOLD-FLAG
000860                    LOG-EM-HOLD         BY  HST-EM-HOLD
000870                    LOG-HOLD-REQTE      BY  HST-HOLD-REQTE
000880                    LOG-HOLD-DATA       BY  HST-HOLD-DATA.
000890 FD  APLREG
000900     LABEL RECORD STANDARD VALUE OF FILE-ID IS "aplreg.dat".
000910     COPY  CPAPLDAT.
000920 FD  EVTLOG
000930     LABEL RECORD STANDARD VALUE OF FILE-ID IS "evtlog.dat".
000940     COPY  CPEVTDAT.
000950 FD  RELQUA
000960     LABEL RECORD STANDARD VALUE OF FILE-ID IS "relqua.lst".
000970 01  REG-RELQUA                PIC X(132).
000980 WORKING-STORAGE  SECTION.
000990 77  WRK-RC                    PIC X(02)  VALUE  '00'.
001000 77  WRK-FS-LOGDAT             PIC X(02)  VALUE  '00'.
001010 77  WRK-FS-HISTLOG            PIC X(02)  VALUE  '00'.
001020 77  WRK-FS-APLREG             PIC X(02)  VALUE  '00'.
001030 77  WRK-FS-EVTLOG             PIC X(02)  VALUE  '00'.
001040 77  WRK-FS-RELQUA             PIC X(02)  VALUE  '00'.
001050 77  WRK-FIM-LOGDAT            PIC X(01)  VALUE  'N'.
001060     88  FIM-LOGDAT                       VALUE  'S'.
001070 77  WRK-FIM-HISTLOG           PIC X(01)  VALUE  'N'.
001080     88  FIM-HISTLOG                      VALUE  'S'.
001090 77  WRK-FIM-APLREG            PIC X(01)  VALUE  'N'.
001100     88  FIM-APLREG                       VALUE  'S'.
001110 77  WRK-TODAS-APLIC           PIC X(01)  VALUE  'N'.
001120     88  VERIFICAR-TODAS                  VALUE  'S'.
001130 77  WRK-SW-HISTLOG            PIC X(01)  VALUE  'N'.
001140     88  HISTLOG-DISPONIVEL               VALUE  'S'.
001150 77  WRK-SW-RELQUA             PIC X(01)  VALUE  'N'.
001160     88  RELQUA-ABERTO                    VALUE  'S'.
001170 01  WRK-SW-EVTLOG.
001180     03  WRK-SW-EVTLOG-OK      PIC X(01)  VALUE  'N'.
001190         88  EVTLOG-DISPONIVEL            VALUE  'S'.
001200 77  WRK-DATA-HOJE             PIC 9(08)  VALUE  ZEROS.
001210 77  WRK-TIME                  PIC X(08)  VALUE  SPACES.
001220 77  WRK-HORA                  PIC X(06)  VALUE  SPACES.
001230*---------------------------------------------------------------*
001240*    CAMPOS DE MONTAGEM DO EVENTO OPERACIONAL (EVTLOG)          *
001250*---------------------------------------------------------------*
001260 77  WRK-EVT-SEQ               PIC 9(03)  VALUE  ZEROS.
001270 77  WRK-EVT-TIPO              PIC X(01)  VALUE  SPACES.
001280 77  WRK-EVT-QTD-1             PIC 9(09)  VALUE  ZEROS.
001290 77  WRK-EVT-QTD-2             PIC 9(09)  VALUE  ZEROS.
001300 77  WRK-EVT-TEXTO             PIC X(26)  VALUE  SPACES.
001310*---------------------------------------------------------------*
001320*    APLICACAO/JOB STREAM VERIFICADA NO MOMENTO                 *
001330*---------------------------------------------------------------*
001340 77  WRK-APLICACAO             PIC X(08)  VALUE  'FERRCNTX'.
001350*---------------------------------------------------------------*
001360*    LINHA EM EXAME - COPIA DA LINHA LIDA DE HISTLOG OU LOGDAT, *
001370*    PARA QUE AS REGRAS SEJAM AS MESMAS NAS DUAS CAMADAS        *
001380*---------------------------------------------------------------*
001390     COPY  CPLOGDAT
001400         REPLACING  REG-LOGDAT          BY  WRK-REG-EXAME
001410                    LOG-CHAVE           BY  EXM-CHAVE
001420                    LOG-APLICACAO       BY  EXM-APLICACAO
001430                    LOG-SEQ             BY  EXM-SEQ
001440                    DATADAT             BY  EXM-DATADAT
001450                    HORADAT             BY  EXM-HORADAT
001460                    LOG-ORIGEM          BY  EXM-LOG-ORIGEM
001470                    LOG-TIPO-ORIGEM     BY  EXM-TIPO-ORIGEM
001480                    LOG-ORIGEM-JOB      BY  EXM-ORIGEM-JOB
001490                    LOG-ORIGEM-USUARIO  BY  EXM-ORIGEM-USUARIO
001500                    LOG-ORIGEM-SISTEMA  BY  EXM-ORIGEM-SISTEMA
001510                    LOG-ORIGEM-DESCONH  BY  EXM-ORIGEM-DESCONH
001520                    LOG-ID-ORIGEM       BY  EXM-ID-ORIGEM
001530                    LOG-HOLD            BY  EXM-HOLD
001540                    LOG-HOLD-FLAG       BY  EXM-HOLD-FLAG
001550                    LOG-EM-HOLD         BY  EXM-EM-HOLD
001560                    LOG-HOLD-REQTE      BY  EXM-HOLD-REQTE
001570                    LOG-HOLD-DATA       BY  EXM-HOLD-DATA.
001580 77  WRK-CAMADA                PIC X(07)  VALUE  SPACES.
001590 77  WRK-LINHA-COM-DEFEITO     PIC X(01)  VALUE  'N'.
001600     88  LINHA-COM-DEFEITO                VALUE  'S'.
001610 77  WRK-DATA-VALIDA           PIC X(01)  VALUE  'N'.
001620     88  DATA-VALIDA                      VALUE  'S'.
001630 77  WRK-REGRA                 PIC 9(01)  VALUE  ZEROS.
001640 77  WRK-COMPLEMENTO           PIC X(30)  VALUE  SPACES.
001650*---------------------------------------------------------------*
001660*    LINHA ANTERIOR DA APLICACAO (REGRA 5 - DATA RETROCEDE)     *
001670*---------------------------------------------------------------*
001680 77  WRK-DATA-ANTERIOR         PIC 9(08)  VALUE  ZEROS.
001690 77  WRK-SEQ-ANTERIOR          PIC 9(09)  VALUE  ZEROS.
001700*---------------------------------------------------------------*
001710*    CRITICA DE DATA E HORA, SEM FUNCOES INTRINSECAS            *
001720*---------------------------------------------------------------*
001730 01  WRK-DATA-DECOMP.
001740     03  WRK-DD-ANO            PIC 9(04).
001750     03  WRK-DD-MES            PIC 9(02).
001760     03  WRK-DD-DIA            PIC 9(02).
001770 01  WRK-HORA-DECOMP.
001780     03  WRK-HD-HORA           PIC 9(02).
001790     03  WRK-HD-MIN            PIC 9(02).
001800     03  WRK-HD-SEG            PIC 9(02).
001810 01  TAB-DIAS-MES-VALORES.
001820     03  FILLER                PIC X(24)  VALUE
001830         '312831303130313130313031'.
001840 01  TAB-DIAS-MES  REDEFINES  TAB-DIAS-MES-VALORES.
001850     03  DIAS-NO-MES  OCCURS  12  TIMES
001860                               PIC 9(02).
001870 77  WRK-ULTIMO-DIA            PIC 9(02)  VALUE  ZEROS.
001880 77  WRK-QUOCIENTE             PIC 9(04)  VALUE  ZEROS.
001890 77  WRK-RESTO-4               PIC 9(04)  VALUE  ZEROS.
001900 77  WRK-RESTO-100             PIC 9(04)  VALUE  ZEROS.
001910 77  WRK-RESTO-400             PIC 9(04)  VALUE  ZEROS.
001920*---------------------------------------------------------------*
001930*    REGRAS E TOTAIS POR REGRA (DA APLICACAO E DA EXECUCAO)     *
001940*---------------------------------------------------------------*
001950 01  TAB-REGRAS-NOMES.
001960     03  FILLER                PIC X(30)  VALUE
001970         'DATADAT NAO E DATA VALIDA'.
001980     03  FILLER                PIC X(30)  VALUE
001990         'HORADAT NAO E HORA VALIDA'.
002000     03  FILLER                PIC X(30)  VALUE
002010         'TIPO DE ORIGEM FORA DE J/U/S/?'.
002020     03  FILLER                PIC X(30)  VALUE
002030         'HOLD SEM REQUERENTE'.
002040     03  FILLER                PIC X(30)  VALUE
002050         'DATA RETROCEDE VS SEQ ANTERIOR'.
002060 01  TAB-REGRAS-NOMES-R  REDEFINES  TAB-REGRAS-NOMES.
002070     03  REGRA-NOME  OCCURS  5  TIMES
002080                               PIC X(30).
002090 01  TAB-REGRAS-TOTAIS.
002100     03  TAB-RGT  OCCURS  5  TIMES.
002110         05  RGT-QTD-APLIC     PIC 9(07).
002120         05  RGT-QTD-TOTAL     PIC 9(07).
002130 77  IND                       PIC S9(03)  COMP  VALUE  ZEROS.
002140 77  WRK-QTD-LIDAS-APLIC       PIC 9(09)  VALUE  ZEROS.
002150 77  WRK-QTD-DEFEITO-APLIC     PIC 9(09)  VALUE  ZEROS.
002160 77  WRK-QTD-LIDAS             PIC 9(09)  VALUE  ZEROS.
002170 77  WRK-QTD-DEFEITO           PIC 9(09)  VALUE  ZEROS.
002180 77  WRK-QTD-APLICACOES        PIC 9(05)  VALUE  ZEROS.
002190*---------------------------------------------------------------*
002200*    LINHAS DE IMPRESSAO                                        *
002210*---------------------------------------------------------------*
002220 01  WRK-LINHA-TITULO.
002230     03  FILLER                PIC X(50)   VALUE
002240         'FERRQUA - QUALIDADE DOS DADOS DE LOGDAT E HISTLOG'.
002250     03  FILLER                PIC X(08)   VALUE  '  DATA: '.
002260     03  WL-TIT-DATA           PIC 9(08).
002270     03  FILLER                PIC X(66)   VALUE  SPACES.
002280 01  WRK-LINHA-CABEC.
002290     03  FILLER                PIC X(50)   VALUE
002300         'CAMADA  APLIC.   SEQUENCIA DATADAT  HORA   O H REQ'.
002310     03  FILLER                PIC X(82)   VALUE
002320         'UERENTE R  OCORRENCIA                      COMPLEMENTO'.
002330 01  WRK-LINHA-DET.
002340     03  WL-DET-CAMADA         PIC X(07).
002350     03  FILLER                PIC X(01)   VALUE  SPACES.
002360     03  WL-DET-APLICACAO      PIC X(08).
002370     03  FILLER                PIC X(01)   VALUE  SPACES.
002380     03  WL-DET-SEQ            PIC 9(09).
002390     03  FILLER                PIC X(01)   VALUE  SPACES.
002400     03  WL-DET-DATA           PIC X(08).
002410     03  FILLER                PIC X(01)   VALUE  SPACES.
002420     03  WL-DET-HORA           PIC X(06).
002430     03  FILLER                PIC X(01)   VALUE  SPACES.
002440     03  WL-DET-ORIGEM         PIC X(01).
002450     03  FILLER                PIC X(01)   VALUE  SPACES.
002460     03  WL-DET-HOLD           PIC X(01).
002470     03  FILLER                PIC X(01)   VALUE  SPACES.
002480     03  WL-DET-REQTE          PIC X(08).
002490     03  FILLER                PIC X(03)   VALUE  SPACES.
002500     03  WL-DET-REGRA          PIC 9(01).
002510     03  FILLER                PIC X(02)   VALUE  SPACES.
002520     03  WL-DET-OCORRENCIA     PIC X(30).
002530     03  FILLER                PIC X(02)   VALUE  SPACES.
002540     03  WL-DET-COMPLEMENTO    PIC X(30).
002550     03  FILLER                PIC X(09)   VALUE  SPACES.
002560 01  WRK-LINHA-APLIC.
002570     03  FILLER                PIC X(11)   VALUE
002580         'APLICACAO: '.
002590     03  WL-APL-APLICACAO      PIC X(08).
002600     03  FILLER                PIC X(17)   VALUE
002610         '  LINHAS LIDAS: '.
002620     03  WL-APL-LIDAS          PIC ZZZZZZZZ9.
002630     03  FILLER                PIC X(16)   VALUE
002640         '  COM DEFEITO: '.
002650     03  WL-APL-DEFEITO        PIC ZZZZZZZZ9.
002660     03  FILLER                PIC X(03)   VALUE  SPACES.
002670     03  WL-APL-REGRAS  OCCURS  5  TIMES.
002680         05  FILLER            PIC X(02)   VALUE  ' R'.
002690         05  WL-APL-REGRA-NUM  PIC 9(01).
002700         05  FILLER            PIC X(01)   VALUE  ':'.
002710         05  WL-APL-REGRA-QTD  PIC ZZZZZZ9.
002720     03  FILLER                PIC X(04)   VALUE  SPACES.
002730 01  WRK-LINHA-REGRA.
002740     03  FILLER                PIC X(06)   VALUE  'REGRA '.
002750     03  WL-RGR-NUM            PIC 9(01).
002760     03  FILLER                PIC X(03)   VALUE  ' - '.
002770     03  WL-RGR-NOME           PIC X(30).
002780     03  FILLER                PIC X(09)   VALUE  '  TOTAL: '.
002790     03  WL-RGR-QTD            PIC ZZZZZZ9.
002800     03  FILLER                PIC X(76)   VALUE  SPACES.
002810 01  WRK-LINHA-TOTAL.
002820     03  FILLER                PIC X(13)   VALUE
002830         'APLICACOES: '.
002840     03  WL-TOTAL-APLICACOES   PIC ZZZZ9.
002850     03  FILLER                PIC X(17)   VALUE
002860         '  LINHAS LIDAS: '.
002870     03  WL-TOTAL-LIDAS        PIC ZZZZZZZZ9.
002880     03  FILLER                PIC X(16)   VALUE
002890         '  COM DEFEITO: '.
002900     03  WL-TOTAL-DEFEITO      PIC ZZZZZZZZ9.
002910     03  FILLER                PIC X(63)   VALUE  SPACES.
002920 LINKAGE  SECTION.
002930 01  LS-PARM-AREA.
002940     03  LS-PARM-LEN           PIC S9(04)  COMP.
002950     03  LS-PARM-DADOS.
002960         05  LS-PARM-APLICACAO PIC X(08).
002970 PROCEDURE  DIVISION  USING  LS-PARM-AREA.
002980
002990 0000-MAINLINE  SECTION.
003000     DISPLAY  'FERRQUA - INICIO DA VERIFICACAO DE QUALIDADE'.
003010     PERFORM  1000-INICIALIZAR
003020              THRU  1000-INICIALIZAR-EXIT.
003030     IF  VERIFICAR-TODAS
003040         PERFORM  1500-LER-APLREG  THRU  1500-LER-APLREG-EXIT
003050         PERFORM  1600-VERIFICAR-REGISTRADA
003060                  THRU  1600-VERIFICAR-REGISTRADA-EXIT
003070                  UNTIL  FIM-APLREG
003080     ELSE
003090         PERFORM  5000-VERIFICAR-APLICACAO
003100                  THRU  5000-VERIFICAR-APLICACAO-EXIT
003110     END-IF.
003120     PERFORM  4000-TOTALIZAR
003130              THRU  4000-TOTALIZAR-EXIT.
003140     PERFORM  9999-FINALIZAR
003150              THRU  9999-FINALIZAR-EXIT.
003160 0000-MAINLINE-EXIT.
003170     EXIT.
003180
003190*---------------------------------------------------------------*
003200*    1000 - ABRE OS ARQUIVOS (TODOS SO PARA LEITURA, EXCETO O   *
003210*           LOG DE EVENTOS) E IMPRIME O CABECALHO               *
003220*---------------------------------------------------------------*
003230 1000-INICIALIZAR  SECTION.
003240     ACCEPT  WRK-DATA-HOJE  FROM  DATE  YYYYMMDD.
003250     ACCEPT  WRK-TIME       FROM  TIME.
003260     MOVE  WRK-TIME  TO  WRK-HORA.
003270     INITIALIZE  TAB-REGRAS-TOTAIS.
003280
003290     PERFORM  7000-ABRIR-EVTLOG  THRU  7000-ABRIR-EVTLOG-EXIT.
003300     MOVE  'I'      TO  WRK-EVT-TIPO.
003310     MOVE  ZEROS    TO  WRK-EVT-QTD-1  WRK-EVT-QTD-2.
003320     MOVE  'INICIO DA VERIFICACAO'  TO  WRK-EVT-TEXTO.
003330     PERFORM  8000-GRAVAR-EVENTO
003340              THRU  8000-GRAVAR-EVENTO-EXIT.
003350
003360     IF  LS-PARM-LEN  >=  8  AND
003370         LS-PARM-APLICACAO  NOT  =  SPACES
003380         MOVE  LS-PARM-APLICACAO  TO  WRK-APLICACAO
003390     ELSE
003400         PERFORM  1100-ABRIR-APLREG
003410                  THRU  1100-ABRIR-APLREG-EXIT
003420     END-IF.
003430
003440     OPEN  INPUT  LOGDAT.
003450     IF  WRK-FS-LOGDAT  NOT  =  '00'
003460         DISPLAY  'FERRQUA - ERRO ABERTURA LOGDAT - FS='
003470                  WRK-FS-LOGDAT
003480         MOVE  '12'  TO  WRK-RC
003490         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003500     END-IF.
003510*    HISTLOG AINDA NAO CRIADO (NENHUM EXPURGO FEITO) NAO E ERRO:
003520*    SO A CAMADA ATIVA E VERIFICADA.
003530     OPEN  INPUT  HISTLOG.
003540     EVALUATE  WRK-FS-HISTLOG
003550         WHEN  '00'
003560             SET  HISTLOG-DISPONIVEL  TO  TRUE
003570         WHEN  '35'
003580             DISPLAY  'FERRQUA - AVISO: HISTLOG INEXISTENTE - '
003590                      'VERIFICANDO SO LOGDAT'
003600         WHEN  OTHER
003610             DISPLAY  'FERRQUA - ERRO ABERTURA HISTLOG - FS='
003620                      WRK-FS-HISTLOG
003630             MOVE  '12'  TO  WRK-RC
003640             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003650     END-EVALUATE.
003660     OPEN  OUTPUT  RELQUA.
003670     IF  WRK-FS-RELQUA  NOT  =  '00'
003680         DISPLAY  'FERRQUA - ERRO ABERTURA RELQUA - FS='
003690                  WRK-FS-RELQUA
003700         MOVE  '12'  TO  WRK-RC
003710         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003720     END-IF.
003730     SET  RELQUA-ABERTO  TO  TRUE.
003740
003750     MOVE  WRK-DATA-HOJE     TO  WL-TIT-DATA.
003760     MOVE  WRK-LINHA-TITULO  TO  REG-RELQUA.
003770     WRITE  REG-RELQUA.
003780     MOVE  SPACES            TO  REG-RELQUA.
003790     WRITE  REG-RELQUA.
003800     MOVE  WRK-LINHA-CABEC   TO  REG-RELQUA.
003810     WRITE  REG-RELQUA.
003820 1000-INICIALIZAR-EXIT.
003830     EXIT.
003840
003850*---------------------------------------------------------------*
003860*    1100 - SEM PARM: TODAS AS APLICACOES ATIVAS DO REGISTRO.   *
003870*           REGISTRO INDISPONIVEL, VERIFICA SO A PADRAO.        *
003880*---------------------------------------------------------------*
003890 1100-ABRIR-APLREG  SECTION.
003900     OPEN  INPUT  APLREG.
003910     IF  WRK-FS-APLREG  =  '00'
003920         SET  VERIFICAR-TODAS  TO  TRUE
003930     ELSE
003940         DISPLAY  'FERRQUA - AVISO: APLREG INDISPONIVEL - FS='
003950                  WRK-FS-APLREG  ' - VERIFICANDO SO '
003960                  WRK-APLICACAO
003970     END-IF.
003980 1100-ABRIR-APLREG-EXIT.
003990     EXIT.
004000
004010 1500-LER-APLREG  SECTION.
004020     READ  APLREG  NEXT  RECORD
004030         AT  END
004040             SET  FIM-APLREG  TO  TRUE
004050     END-READ.
004060 1500-LER-APLREG-EXIT.
004070     EXIT.
004080
004090 1600-VERIFICAR-REGISTRADA  SECTION.
004100     IF  APL-APLIC-ATIVA
004110         MOVE  APL-APLICACAO  TO  WRK-APLICACAO
004120         PERFORM  5000-VERIFICAR-APLICACAO
004130                  THRU  5000-VERIFICAR-APLICACAO-EXIT
004140     END-IF.
004150     PERFORM  1500-LER-APLREG  THRU  1500-LER-APLREG-EXIT.
004160 1600-VERIFICAR-REGISTRADA-EXIT.
004170     EXIT.
004180
004190*---------------------------------------------------------------*
004200*    2000 - LEITURA DA FAIXA DE CHAVES DA APLICACAO NAS DUAS    *
004210*           CAMADAS                                             *
004220*---------------------------------------------------------------*
004230 2000-LER-HISTLOG  SECTION.
004240     IF  FIM-HISTLOG
004250         GO  TO  2000-LER-HISTLOG-EXIT
004260     END-IF.
004270     READ  HISTLOG  NEXT  RECORD
004280         AT  END
004290             SET  FIM-HISTLOG  TO  TRUE
004300     END-READ.
004310     IF  NOT  FIM-HISTLOG  AND
004320         HST-APLICACAO  NOT  =  WRK-APLICACAO
004330         SET  FIM-HISTLOG  TO  TRUE
004340     END-IF.
004350 2000-LER-HISTLOG-EXIT.
004360     EXIT.
004370
004380 2100-LER-LOGDAT  SECTION.
004390     IF  FIM-LOGDAT
004400         GO  TO  2100-LER-LOGDAT-EXIT
004410     END-IF.
004420     READ  LOGDAT  NEXT  RECORD
004430         AT  END
004440             SET  FIM-LOGDAT  TO  TRUE
004450     END-READ.
004460     IF  NOT  FIM-LOGDAT  AND
004470         LOG-APLICACAO  NOT  =  WRK-APLICACAO
004480         SET  FIM-LOGDAT  TO  TRUE
004490     END-IF.
004500 2100-LER-LOGDAT-EXIT.
004510     EXIT.
004520
004530 2200-EXAMINAR-HISTLOG  SECTION.
004540     MOVE  REG-HISTLOG  TO  WRK-REG-EXAME.
004550     PERFORM  6000-APLICAR-REGRAS  THRU  6000-APLICAR-REGRAS-EXIT.
004560     PERFORM  2000-LER-HISTLOG  THRU  2000-LER-HISTLOG-EXIT.
004570 2200-EXAMINAR-HISTLOG-EXIT.
004580     EXIT.
004590
004600 2300-EXAMINAR-LOGDAT  SECTION.
004610     MOVE  REG-LOGDAT  TO  WRK-REG-EXAME.
004620     PERFORM  6000-APLICAR-REGRAS  THRU  6000-APLICAR-REGRAS-EXIT.
004630     PERFORM  2100-LER-LOGDAT  THRU  2100-LER-LOGDAT-EXIT.
004640 2300-EXAMINAR-LOGDAT-EXIT.
004650     EXIT.
004660
004670*---------------------------------------------------------------*
004680*    4000 - TOTAIS POR REGRA DA EXECUCAO E CODIGO DE RETORNO    *
004690*---------------------------------------------------------------*
004700 4000-TOTALIZAR  SECTION.
004710     MOVE  SPACES  TO  REG-RELQUA.
004720     WRITE  REG-RELQUA.
004730     PERFORM  4100-IMPRIMIR-REGRA
004740              THRU  4100-IMPRIMIR-REGRA-EXIT
004750              VARYING  IND  FROM  1  BY  1
004760              UNTIL  IND  >  5.
004770     MOVE  SPACES  TO  REG-RELQUA.
004780     WRITE  REG-RELQUA.
004790     MOVE  WRK-QTD-APLICACOES  TO  WL-TOTAL-APLICACOES.
004800     MOVE  WRK-QTD-LIDAS       TO  WL-TOTAL-LIDAS.
004810     MOVE  WRK-QTD-DEFEITO     TO  WL-TOTAL-DEFEITO.
004820     MOVE  WRK-LINHA-TOTAL     TO  REG-RELQUA.
004830     WRITE  REG-RELQUA.
004840     IF  WRK-QTD-DEFEITO  >  ZERO
004850         DISPLAY  'FERRQUA - *** ALERTA: LINHAS COM DEFEITO EM '
004860                  'LOGDAT/HISTLOG - VERIFICAR RELQUA ***'
004870         MOVE  '08'  TO  WRK-RC
004880     END-IF.
004890 4000-TOTALIZAR-EXIT.
004900     EXIT.
004910
004920 4100-IMPRIMIR-REGRA  SECTION.
004930     MOVE  IND                 TO  WL-RGR-NUM.
004940     MOVE  REGRA-NOME(IND)     TO  WL-RGR-NOME.
004950     MOVE  RGT-QTD-TOTAL(IND)  TO  WL-RGR-QTD.
004960     MOVE  WRK-LINHA-REGRA     TO  REG-RELQUA.
004970     WRITE  REG-RELQUA.
004980 4100-IMPRIMIR-REGRA-EXIT.
004990     EXIT.
005000
005010*---------------------------------------------------------------*
005020*    5000 - VERIFICA UMA APLICACAO: HISTLOG PRIMEIRO (SEQUENCIAS *
005030*           MAIS ANTIGAS) E DEPOIS LOGDAT, PARA QUE A REGRA 5    *
005040*           COMPARE CADA LINHA COM A SEQUENCIA ANTERIOR MESMO    *
005050*           NA PASSAGEM DE UMA CAMADA PARA A OUTRA               *
005060*---------------------------------------------------------------*
005070 5000-VERIFICAR-APLICACAO  SECTION.
005080     ADD  1  TO  WRK-QTD-APLICACOES.
005090     MOVE  ZEROS  TO  WRK-QTD-LIDAS-APLIC  WRK-QTD-DEFEITO-APLIC
005100                      WRK-DATA-ANTERIOR    WRK-SEQ-ANTERIOR.
005110     PERFORM  5100-ZERAR-REGRA-APLIC
005120              THRU  5100-ZERAR-REGRA-APLIC-EXIT
005130              VARYING  IND  FROM  1  BY  1
005140              UNTIL  IND  >  5.
005150
005160     IF  HISTLOG-DISPONIVEL
005170         MOVE  'N'            TO  WRK-FIM-HISTLOG
005180         MOVE  'HISTLOG'      TO  WRK-CAMADA
005190         MOVE  WRK-APLICACAO  TO  HST-APLICACAO
005200         MOVE  ZEROS          TO  HST-SEQ
005210         START  HISTLOG  KEY  NOT  <  HST-CHAVE
005220             INVALID  KEY
005230                 SET  FIM-HISTLOG  TO  TRUE
005240         END-START
005250         PERFORM  2000-LER-HISTLOG  THRU  2000-LER-HISTLOG-EXIT
005260         PERFORM  2200-EXAMINAR-HISTLOG
005270                  THRU  2200-EXAMINAR-HISTLOG-EXIT
005280                  UNTIL  FIM-HISTLOG
005290     END-IF.
005300
005310     MOVE  'N'            TO  WRK-FIM-LOGDAT.
005320     MOVE  'LOGDAT '      TO  WRK-CAMADA.
005330     MOVE  WRK-APLICACAO  TO  LOG-APLICACAO.
005340     MOVE  ZEROS          TO  LOG-SEQ.
005350     START  LOGDAT  KEY  NOT  <  LOG-CHAVE
005360         INVALID  KEY
005370             SET  FIM-LOGDAT  TO  TRUE
005380     END-START.
005390     PERFORM  2100-LER-LOGDAT  THRU  2100-LER-LOGDAT-EXIT.
005400     PERFORM  2300-EXAMINAR-LOGDAT
005410              THRU  2300-EXAMINAR-LOGDAT-EXIT
005420              UNTIL  FIM-LOGDAT.
005430
005440     MOVE  WRK-APLICACAO          TO  WL-APL-APLICACAO.
005450     MOVE  WRK-QTD-LIDAS-APLIC    TO  WL-APL-LIDAS.
005460     MOVE  WRK-QTD-DEFEITO-APLIC  TO  WL-APL-DEFEITO.
005470     PERFORM  5200-MONTAR-REGRA-APLIC
005480              THRU  5200-MONTAR-REGRA-APLIC-EXIT
005490              VARYING  IND  FROM  1  BY  1
005500              UNTIL  IND  >  5.
005510     MOVE  WRK-LINHA-APLIC        TO  REG-RELQUA.
005520     WRITE  REG-RELQUA.
005530     DISPLAY  'FERRQUA - '  WRK-APLICACAO  ' LIDAS: '
005540              WRK-QTD-LIDAS-APLIC  ' COM DEFEITO: '
005550              WRK-QTD-DEFEITO-APLIC.
005560 5000-VERIFICAR-APLICACAO-EXIT.
005570     EXIT.
005580
005590 5100-ZERAR-REGRA-APLIC  SECTION.
005600     MOVE  ZEROS  TO  RGT-QTD-APLIC(IND).
005610 5100-ZERAR-REGRA-APLIC-EXIT.
005620     EXIT.
005630
005640 5200-MONTAR-REGRA-APLIC  SECTION.
005650     MOVE  IND                 TO  WL-APL-REGRA-NUM(IND).
005660     MOVE  RGT-QTD-APLIC(IND)  TO  WL-APL-REGRA-QTD(IND).
005670 5200-MONTAR-REGRA-APLIC-EXIT.
005680     EXIT.
005690
005700*---------------------------------------------------------------*
005710*    6000 - APLICA AS CINCO REGRAS A LINHA EM EXAME.  UMA LINHA *
005720*           PODE QUEBRAR MAIS DE UMA REGRA - CADA UMA SAI NUMA  *
005730*           LINHA DO RELATORIO, MAS A LINHA CONTA UMA VEZ SO    *
005740*           NO TOTAL DE LINHAS COM DEFEITO.                     *
005750*---------------------------------------------------------------*
005760 6000-APLICAR-REGRAS  SECTION.
005770     ADD  1  TO  WRK-QTD-LIDAS-APLIC  WRK-QTD-LIDAS.
005780     MOVE  'N'  TO  WRK-LINHA-COM-DEFEITO.
005790
005800     PERFORM  6100-CRITICAR-DATA  THRU  6100-CRITICAR-DATA-EXIT.
005810     IF  NOT  DATA-VALIDA
005820         MOVE  1       TO  WRK-REGRA
005830         MOVE  SPACES  TO  WRK-COMPLEMENTO
005840         PERFORM  6900-REGISTRAR-DEFEITO
005850                  THRU  6900-REGISTRAR-DEFEITO-EXIT
005860     END-IF.
005870
005880     MOVE  EXM-HORADAT  TO  WRK-HORA-DECOMP.
005890     IF  WRK-HORA-DECOMP  IS  NOT  NUMERIC  OR
005900         EXM-HORADAT  >  235959              OR
005910         WRK-HD-MIN   >  59                  OR
005920         WRK-HD-SEG   >  59
005930         MOVE  2       TO  WRK-REGRA
005940         MOVE  SPACES  TO  WRK-COMPLEMENTO
005950         PERFORM  6900-REGISTRAR-DEFEITO
005960                  THRU  6900-REGISTRAR-DEFEITO-EXIT
005970     END-IF.
005980
005990     IF  NOT  EXM-ORIGEM-JOB      AND
006000         NOT  EXM-ORIGEM-USUARIO  AND
006010         NOT  EXM-ORIGEM-SISTEMA  AND
006020         NOT  EXM-ORIGEM-DESCONH
006030         MOVE  3       TO  WRK-REGRA
006040         MOVE  SPACES  TO  WRK-COMPLEMENTO
006050         PERFORM  6900-REGISTRAR-DEFEITO
006060                  THRU  6900-REGISTRAR-DEFEITO-EXIT
006070     END-IF.
006080
006090     IF  EXM-EM-HOLD  AND
006100         EXM-HOLD-REQTE  =  SPACES
006110         MOVE  4       TO  WRK-REGRA
006120         MOVE  SPACES  TO  WRK-COMPLEMENTO
006130         STRING  'HOLD DESDE '  EXM-HOLD-DATA
006140                 DELIMITED  BY  SIZE  INTO  WRK-COMPLEMENTO
006150         PERFORM  6900-REGISTRAR-DEFEITO
006160                  THRU  6900-REGISTRAR-DEFEITO-EXIT
006170     END-IF.
006180
006190*    REGRA 5 SO COMPARA DATAS VALIDAS; A DATA INVALIDA JA FOI
006200*    APONTADA PELA REGRA 1 E NAO VIRA REFERENCIA PARA A PROXIMA.
006210     IF  NOT  DATA-VALIDA
006220         GO  TO  6000-APLICAR-CONTAR
006230     END-IF.
006240     IF  WRK-DATA-ANTERIOR  >  ZERO  AND
006250         EXM-DATADAT  <  WRK-DATA-ANTERIOR
006260         MOVE  5       TO  WRK-REGRA
006270         MOVE  SPACES  TO  WRK-COMPLEMENTO
006280         STRING  'SEQ '  WRK-SEQ-ANTERIOR
006290                 ' EM '  WRK-DATA-ANTERIOR
006300                 DELIMITED  BY  SIZE  INTO  WRK-COMPLEMENTO
006310         PERFORM  6900-REGISTRAR-DEFEITO
006320                  THRU  6900-REGISTRAR-DEFEITO-EXIT
006330     END-IF.
006340     MOVE  EXM-DATADAT  TO  WRK-DATA-ANTERIOR.
006350     MOVE  EXM-SEQ      TO  WRK-SEQ-ANTERIOR.
006360
006370 6000-APLICAR-CONTAR.
006380     IF  LINHA-COM-DEFEITO
006390         ADD  1  TO  WRK-QTD-DEFEITO-APLIC  WRK-QTD-DEFEITO
006400     END-IF.
006410 6000-APLICAR-REGRAS-EXIT.
006420     EXIT.
006430
006440*---------------------------------------------------------------*
006450*    6100 - DATADAT E DATA DE CALENDARIO REAL (ANO A PARTIR DE  *
006460*           1900, MES 01-12, DIA DENTRO DO MES, 29/02 SO EM ANO *
006470*           BISSEXTO)                                           *
006480*---------------------------------------------------------------*
006490 6100-CRITICAR-DATA  SECTION.
006500     MOVE  'N'  TO  WRK-DATA-VALIDA.
006510     MOVE  EXM-DATADAT  TO  WRK-DATA-DECOMP.
006520     IF  WRK-DATA-DECOMP  IS  NOT  NUMERIC
006530         GO  TO  6100-CRITICAR-DATA-EXIT
006540     END-IF.
006550     IF  WRK-DD-ANO  <  1900  OR
006560         WRK-DD-MES  <  1     OR
006570         WRK-DD-MES  >  12    OR
006580         WRK-DD-DIA  <  1
006590         GO  TO  6100-CRITICAR-DATA-EXIT
006600     END-IF.
006610     MOVE  DIAS-NO-MES(WRK-DD-MES)  TO  WRK-ULTIMO-DIA.
006620     IF  WRK-DD-MES  =  2
006630         DIVIDE  WRK-DD-ANO  BY  4    GIVING  WRK-QUOCIENTE
006640                 REMAINDER  WRK-RESTO-4
006650         DIVIDE  WRK-DD-ANO  BY  100  GIVING  WRK-QUOCIENTE
006660                 REMAINDER  WRK-RESTO-100
006670         DIVIDE  WRK-DD-ANO  BY  400  GIVING  WRK-QUOCIENTE
006680                 REMAINDER  WRK-RESTO-400
006690         IF  WRK-RESTO-4  =  ZERO  AND
006700             (WRK-RESTO-100  NOT  =  ZERO  OR
006710              WRK-RESTO-400  =  ZERO)
006720             MOVE  29  TO  WRK-ULTIMO-DIA
006730         END-IF
006740     END-IF.
006750     IF  WRK-DD-DIA  >  WRK-ULTIMO-DIA
006760         GO  TO  6100-CRITICAR-DATA-EXIT
006770     END-IF.
006780     SET  DATA-VALIDA  TO  TRUE.
006790 6100-CRITICAR-DATA-EXIT.
006800     EXIT.
006810
006820*---------------------------------------------------------------*
006830*    6900 - IMPRIME A LINHA COM DEFEITO E A REGRA QUEBRADA E    *
006840*           SOMA NOS TOTAIS DA REGRA                            *
006850*---------------------------------------------------------------*
006860 6900-REGISTRAR-DEFEITO  SECTION.
006870     SET  LINHA-COM-DEFEITO  TO  TRUE.
006880     ADD  1  TO  RGT-QTD-APLIC(WRK-REGRA)
006890                 RGT-QTD-TOTAL(WRK-REGRA).
006900     MOVE  WRK-CAMADA               TO  WL-DET-CAMADA.
006910     MOVE  EXM-APLICACAO            TO  WL-DET-APLICACAO.
006920     MOVE  EXM-SEQ                  TO  WL-DET-SEQ.
006930     MOVE  EXM-DATADAT              TO  WL-DET-DATA.
006940     MOVE  EXM-HORADAT              TO  WL-DET-HORA.
006950     MOVE  EXM-TIPO-ORIGEM          TO  WL-DET-ORIGEM.
006960     MOVE  EXM-HOLD-FLAG            TO  WL-DET-HOLD.
006970     MOVE  EXM-HOLD-REQTE           TO  WL-DET-REQTE.
006980     MOVE  WRK-REGRA                TO  WL-DET-REGRA.
006990     MOVE  REGRA-NOME(WRK-REGRA)    TO  WL-DET-OCORRENCIA.
007000     MOVE  WRK-COMPLEMENTO          TO  WL-DET-COMPLEMENTO.
007010     MOVE  WRK-LINHA-DET            TO  REG-RELQUA.
007020     WRITE  REG-RELQUA.
007030 6900-REGISTRAR-DEFEITO-EXIT.
007040     EXIT.
007050
007060*---------------------------------------------------------------*
007070*    7000 - ABRE (OU CRIA) O LOG DE EVENTOS OPERACIONAIS.       *
007080*           EVTLOG E AUXILIAR: INDISPONIVEL, APENAS AVISA -     *
007090*           NUNCA DERRUBA A VERIFICACAO.                        *
007100*---------------------------------------------------------------*
007110 7000-ABRIR-EVTLOG  SECTION.
007120     OPEN  I-O  EVTLOG.
007130     EVALUATE  WRK-FS-EVTLOG
007140         WHEN  '00'
007150             MOVE  'S'  TO  WRK-SW-EVTLOG-OK
007160         WHEN  '35'
007170             OPEN  OUTPUT  EVTLOG
007180             IF  WRK-FS-EVTLOG  =  '00'
007190                 MOVE  'S'  TO  WRK-SW-EVTLOG-OK
007200             END-IF
007210         WHEN  OTHER
007220             CONTINUE
007230     END-EVALUATE.
007240     IF  NOT  EVTLOG-DISPONIVEL
007250         DISPLAY  'FERRQUA - AVISO: EVTLOG INDISPONIVEL - FS='
007260                  WRK-FS-EVTLOG
007270     END-IF.
007280 7000-ABRIR-EVTLOG-EXIT.
007290     EXIT.
007300
007310*---------------------------------------------------------------*
007320*    8000 - GRAVA UM EVENTO OPERACIONAL EM EVTLOG.  CHAVE E     *
007330*           DATA+HORA+PROGRAMA+SEQ; STATUS 22 (CHAVE DUPLICADA, *
007340*           DUAS EXECUCOES NO MESMO SEGUNDO) AVANCA A SEQ E     *
007350*           TENTA DE NOVO.                                      *
007360*---------------------------------------------------------------*
007370 8000-GRAVAR-EVENTO  SECTION.
007380     IF  NOT  EVTLOG-DISPONIVEL
007390         GO  TO  8000-GRAVAR-EVENTO-EXIT
007400     END-IF.
007410     ADD  1  TO  WRK-EVT-SEQ.
007420 8000-GRAVAR-TENTATIVA.
007430     MOVE  SPACES           TO  REG-EVTLOG.
007440     MOVE  WRK-DATA-HOJE    TO  EVT-DATA.
007450     MOVE  WRK-HORA         TO  EVT-HORA.
007460     MOVE  'FERRQUA '       TO  EVT-PROGRAMA.
007470     MOVE  WRK-EVT-SEQ      TO  EVT-SEQ.
007480     MOVE  WRK-EVT-TIPO     TO  EVT-TIPO.
007490     MOVE  WRK-RC           TO  EVT-RC.
007500     MOVE  WRK-EVT-QTD-1    TO  EVT-QTD-1.
007510     MOVE  WRK-EVT-QTD-2    TO  EVT-QTD-2.
007520     MOVE  WRK-EVT-TEXTO    TO  EVT-TEXTO.
007530*    COM PARM, O EVENTO E DA APLICACAO; SEM PARM (TODAS AS
007540*    APLICACOES DO REGISTRO) FICA SEM APLICACAO (EVENTO GERAL).
007550     IF  LS-PARM-LEN  >=  8  AND
007560         LS-PARM-APLICACAO  NOT  =  SPACES
007570         MOVE  LS-PARM-APLICACAO  TO  EVT-APLICACAO
007580     END-IF.
007590     WRITE  REG-EVTLOG.
007600     IF  WRK-FS-EVTLOG  =  '22'  AND  WRK-EVT-SEQ  <  999
007610         ADD  1  TO  WRK-EVT-SEQ
007620         GO  TO  8000-GRAVAR-TENTATIVA
007630     END-IF.
007640     IF  WRK-FS-EVTLOG  NOT  =  '00'
007650         DISPLAY  'FERRQUA - AVISO: FALHA GRAVACAO EVTLOG - FS='
007660                  WRK-FS-EVTLOG
007670         MOVE  'N'  TO  WRK-SW-EVTLOG-OK
007680     END-IF.
007690 8000-GRAVAR-EVENTO-EXIT.
007700     EXIT.
007710
007720*---------------------------------------------------------------*
007730*    9999 - GRAVA O EVENTO DE FIM (COM O RC, PARA O FERRALT),   *
007740*           FECHA OS ARQUIVOS E ENCERRA                         *
007750*---------------------------------------------------------------*
007760 9999-FINALIZAR  SECTION.
007770     MOVE  'F'              TO  WRK-EVT-TIPO.
007780     MOVE  WRK-QTD-LIDAS    TO  WRK-EVT-QTD-1.
007790     MOVE  WRK-QTD-DEFEITO  TO  WRK-EVT-QTD-2.
007800     IF  WRK-QTD-DEFEITO  >  ZERO
007810         MOVE  'DEFEITOS - VER RELQUA'         TO  WRK-EVT-TEXTO
007820     ELSE
007830         MOVE  'LIDAS / COM DEFEITO'  TO  WRK-EVT-TEXTO
007840     END-IF.
007850     PERFORM  8000-GRAVAR-EVENTO
007860              THRU  8000-GRAVAR-EVENTO-EXIT.
007870     IF  RELQUA-ABERTO
007880         CLOSE  RELQUA
007890     END-IF.
007900     IF  HISTLOG-DISPONIVEL
007910         CLOSE  HISTLOG
007920     END-IF.
007930     IF  VERIFICAR-TODAS
007940         CLOSE  APLREG
007950     END-IF.
007960     CLOSE  LOGDAT  EVTLOG.
007970     DISPLAY  'FERRQUA - APLICACOES: '  WRK-QTD-APLICACOES
007980              ' LINHAS LIDAS: '  WRK-QTD-LIDAS
007990              ' COM DEFEITO: '  WRK-QTD-DEFEITO.
008000     DISPLAY  'FERRQUA - FIM DE PROCESSAMENTO - RC='  WRK-RC.
008010     MOVE  WRK-RC  TO  RETURN-CODE.
008020     STOP  RUN.
008030 9999-FINALIZAR-EXIT.
008040     EXIT.
