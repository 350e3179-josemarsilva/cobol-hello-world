000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030*  PROGRAM-ID : FERRCAT                                        *
000040*  AUTHOR     : ANDRE                                          *
000050*  INSTALLATION : DATA CENTER - BATCH OPERATIONS                *
000060*  DATE-WRITTEN : 2026-10-15                                    *
000070*  PURPOSE                                                      *
000080*  CATALOGUE AND AUDIT RETRIEVAL FOR THE YEARLY RUN-HISTORY     *
000090*  ARCHIVE (ARCHIST).  FERRHST ENTERS EVERY GENERATION IT       *
000100*  WRITES IN THE CATALOGUE (CATARQ, SEE CPCATDAT); WHEN AUDIT   *
000110*  ASKS FOR THE RUNS OF AN APPLICATION IN AN OLD PERIOD THIS    *
000120*  PROGRAM READS ONLY THE GENERATIONS WHOSE CATALOGUED DATE     *
000130*  RANGE COVERS IT, INSTEAD OF MOUNTING EVERY TAPE.  MODES:     *
000140*    L - LIST THE MATCHING ROWS ON RELCAT (DEFAULT WITH AN      *
000150*        APPLICATION OR PERIOD);                                *
000160*    E - EXTRACT THE MATCHING ROWS (HISTLOG IMAGES) TO EXTHST,  *
000170*        CLOSED BY A '*TOTAIS*' RECORD IN THE FERRHST LAYOUT;   *
000180*    C - CATALOGUE (OR CORRECT) ONE EXISTING GENERATION FROM    *
000190*        ITS OWN CONTROL RECORD, AFTER CHECKING IT AGAINST THE  *
000200*        DETAIL ROWS - FOR GENERATIONS WRITTEN BEFORE THE       *
000210*        CATALOGUE EXISTED OR WHEN FERRHST COULD NOT UPDATE IT; *
000220*    R - LIST THE CATALOGUE (DEFAULT WITH AN EMPTY PARM).       *
000230*  EVERY RUN ENDS BY LISTING THE GENERATIONS WHOSE LATEST ROW   *
000240*  IS OLDER THAN THE RETENTION POLICY (SEVEN YEARS TOTAL,       *
000250*  PARMDAT ARCMESES, DEFAULT 084 MONTHS) SO THE TAPES CAN BE    *
000260*  EXPIRED DELIBERATELY; THIS PROGRAM NEVER DELETES ANYTHING.   *
000270*  ARCHIST IS ONLY READ, THROUGH ITS DD: FOR L AND E THE        *
000280*  OPERATOR ALLOCATES THE GENERATIONS THIS PROGRAM LISTS AS     *
000290*  COVERING THE PERIOD (CONCATENATED, ANY ORDER), FOR C THE     *
000300*  ONE GENERATION TO CATALOGUE.  EACH GENERATION ENDS IN ITS    *
000310*  '*TOTAIS*' RECORD, SO THE GENERATIONS ACTUALLY READ ARE      *
000320*  COUNTED AND A COVERING ONE LEFT OUT OF THE DD IS REPORTED.   *
000330*  PARM: MODO(1) + APLICACAO(8, DEFAULT FERRCNTX) +             *
000340*        DATA-INI(8) + DATA-FIM(8) + GERACAO(4) +               *
000350*        DT-GRAVACAO(8, MODE C ONLY, DEFAULT TODAY).            *
000360*-----------------------------------------------------------------
000370*  MODIFICATION HISTORY
000380*  DATE       INIT  DESCRIPTION
000390*  2026-10-15 AR    INITIAL VERSION.
000400*****************************************************************
000410 PROGRAM-ID.    FERRCAT.
000420 AUTHOR.        ANDRE.
000430 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000440 DATE-WRITTEN.  2026-10-15.
000450 DATE-COMPILED.
000460 ENVIRONMENT  DIVISION.
000470 INPUT-OUTPUT  SECTION.
000480 FILE-CONTROL.
000490     SELECT  CATARQ    ASSIGN  TO  DISK
000500         ORGANIZATION  IS  INDEXED
000510         ACCESS MODE   IS  DYNAMIC
000520         RECORD KEY    IS  CAT-CHAVE
000530         FILE STATUS   IS  WRK-FS-CATARQ.
000540     SELECT  ARCHIST   ASSIGN  TO  DISK
000550         ORGANIZATION  IS  SEQUENTIAL
000560         FILE STATUS   IS  WRK-FS-ARCHIST.
000570     SELECT  EXTHST    ASSIGN  TO  DISK
000580         ORGANIZATION  IS  SEQUENTIAL
000590         FILE STATUS   IS  WRK-FS-EXTHST.
000600     SELECT  PARMDAT   ASSIGN  TO  DISK
000610         ORGANIZATION  IS  INDEXED
000620         ACCESS MODE   IS  DYNAMIC
000630         RECORD KEY    IS  PRM-CHAVE
000640         FILE STATUS   IS  WRK-FS-PARMDAT.
000650     SELECT  RELCAT    ASSIGN  TO  PRINTER
000660         FILE STATUS   IS  WRK-FS-RELCAT.
000670 DATA  DIVISION.
000680 FILE  SECTION.
000690 FD  CATARQ
000700     LABEL RECORD STANDARD VALUE OF FILE-ID IS "catarq.dat".
000710     COPY  CPCATDAT.
000720 FD  ARCHIST
000730     LABEL RECORD STANDARD VALUE OF FILE-ID IS "archist.dat".
000740     COPY  CPLOGDAT
000750         REPLACING  REG-LOGDAT          BY  REG-ARCHIST
000760                    LOG-CHAVE           BY  HST-CHAVE
000770                    LOG-APLICACAO       BY  HST-APLICACAO
000780                    LOG-SEQ             BY  HST-SEQ
000790                    DATADAT             BY  HST-DATADAT
000800                    HORADAT             BY  HST-HORADAT
000810                    LOG-ORIGEM          BY  HST-LOG-ORIGEM
000820                    LOG-TIPO-ORIGEM     BY  HST-TIPO-ORIGEM
000830                    LOG-ORIGEM-JOB      BY  HST-ORIGEM-JOB
000840                    LOG-ORIGEM-USUARIO  BY  HST-ORIGEM-USUARIO
000850                    LOG-ORIGEM-SISTEMA  BY  HST-ORIGEM-SISTEMA
000860                    LOG-ORIGEM-DESCONH  BY  HST-ORIGEM-DESCONH
000870                    LOG-ID-ORIGEM       BY  HST-ID-ORIGEM
000880                    LOG-HOLD            BY  HST-HOLD
000890                    LOG-HOLD-FLAG       BY  HST-HOLD-FLAG
000900                    LOG-EM-HOLD         BY  HST-EM-HOLD
000910                    LOG-HOLD-REQTE      BY  HST-HOLD-REQTE
000920                    LOG-HOLD-DATA       BY  HST-HOLD-DATA.
000930 01  REG-ARCHIST-CTL.
000940     03  ARC-CTL-MARCA         PIC X(08).
000950     03  ARC-CTL-QTD           PIC 9(09).
000960     03  ARC-CTL-SEQ-MINIMA    PIC 9(09).
000970     03  ARC-CTL-SEQ-MAXIMA    PIC 9(09).
000980     03  ARC-CTL-DATA-MINIMA   PIC 9(08).
000990     03  ARC-CTL-DATA-MAXIMA   PIC 9(08).
001000     03  FILLER                PIC X(29).
001010 FD  EXTHST
001020     LABEL RECORD STANDARD VALUE OF FILE-ID IS "exthst.dat".
001030 01  REG-EXTHST                PIC X(80).
001040 FD  PARMDAT
001050     LABEL RECORD STANDARD VALUE OF FILE-ID IS "parmdat.dat".
001060     COPY  CPPRMDAT.
001070 FD  RELCAT
001080     LABEL RECORD STANDARD VALUE OF FILE-ID IS "relcat.lst".
001090 01  REG-RELCAT                PIC X(132).
001100 WORKING-STORAGE  SECTION.
001110 77  WRK-RC                    PIC X(02)  VALUE  '00'.
001120 77  WRK-FS-CATARQ             PIC X(02)  VALUE  '00'.
001130 77  WRK-FS-ARCHIST            PIC X(02)  VALUE  '00'.
001140 77  WRK-FS-EXTHST             PIC X(02)  VALUE  '00'.
001150 77  WRK-FS-PARMDAT            PIC X(02)  VALUE  '00'.
001160 77  WRK-FS-RELCAT             PIC X(02)  VALUE  '00'.
001170 77  WRK-SW-RELCAT             PIC X(01)  VALUE  'N'.
001180     88  RELCAT-ABERTO                    VALUE  'S'.
001190 77  WRK-SW-CATARQ             PIC X(01)  VALUE  'N'.
001200     88  CATARQ-ABERTO                    VALUE  'S'.
001210 77  WRK-SW-EXTHST             PIC X(01)  VALUE  'N'.
001220     88  EXTHST-ABERTO                    VALUE  'S'.
001230 77  WRK-FIM-CATARQ            PIC X(01)  VALUE  'N'.
001240     88  FIM-CATARQ                       VALUE  'S'.
001250 77  WRK-FIM-ARCHIST           PIC X(01)  VALUE  'N'.
001260     88  FIM-ARCHIST                      VALUE  'S'.
001270 77  WRK-SW-CONTROLE           PIC X(01)  VALUE  'N'.
001280     88  CONTROLE-LIDO                    VALUE  'S'.
001290*---------------------------------------------------------------*
001300*    PARM RECEBIDO (CAMPOS ALEM DO TAMANHO INFORMADO EM BRANCO) *
001310*---------------------------------------------------------------*
001320 77  WRK-TAM-PARM              PIC S9(04)  COMP  VALUE  ZEROS.
001330 01  WRK-PARM.
001340     03  WRK-PRM-MODO          PIC X(01).
001350         88  MODO-LISTAR                  VALUE  'L'.
001360         88  MODO-EXTRAIR                 VALUE  'E'.
001370         88  MODO-CATALOGAR               VALUE  'C'.
001380         88  MODO-RELACIONAR              VALUE  'R'.
001390     03  WRK-PRM-APLICACAO     PIC X(08).
001400     03  WRK-PRM-DATA-INI      PIC X(08).
001410     03  WRK-PRM-DATA-INI-9    REDEFINES  WRK-PRM-DATA-INI
001420                               PIC 9(08).
001430     03  WRK-PRM-DATA-FIM      PIC X(08).
001440     03  WRK-PRM-DATA-FIM-9    REDEFINES  WRK-PRM-DATA-FIM
001450                               PIC 9(08).
001460     03  WRK-PRM-GERACAO       PIC X(04).
001470     03  WRK-PRM-GERACAO-9     REDEFINES  WRK-PRM-GERACAO
001480                               PIC 9(04).
001490     03  WRK-PRM-DT-GRAVACAO   PIC X(08).
001500     03  WRK-PRM-DT-GRAVACAO-9 REDEFINES  WRK-PRM-DT-GRAVACAO
001510                               PIC 9(08).
001520*---------------------------------------------------------------*
001530*    CRITERIOS DA CONSULTA, DATA/HORA DA EXECUCAO               *
001540*---------------------------------------------------------------*
001550 77  WRK-APLICACAO             PIC X(08)  VALUE  'FERRCNTX'.
001560 77  WRK-DATA-INI              PIC 9(08)  VALUE  ZEROS.
001570 77  WRK-DATA-FIM              PIC 9(08)  VALUE  99999999.
001580 77  WRK-GERACAO               PIC 9(04)  VALUE  ZEROS.
001590 77  WRK-DT-GRAVACAO           PIC 9(08)  VALUE  ZEROS.
001600 77  WRK-DATA-HOJE             PIC 9(08)  VALUE  ZEROS.
001610 77  WRK-TIME                  PIC X(08)  VALUE  SPACES.
001620 77  WRK-HORA                  PIC X(06)  VALUE  SPACES.
001630*---------------------------------------------------------------*
001640*    RETENCAO DO ARQUIVO HISTORICO - PADRAO 84 MESES (7 ANOS)   *
001650*---------------------------------------------------------------*
001660 77  WRK-MESES-RETENCAO        PIC 9(03)  VALUE  084.
001670 77  WRK-DATA-CORTE            PIC 9(08)  VALUE  ZEROS.
001680 01  WRK-AAAAMM-HOJE.
001690     03  WRK-AAAA-HOJE         PIC 9(04).
001700     03  WRK-MM-HOJE           PIC 9(02).
001710 01  WRK-AAAAMM-CORTE.
001720     03  WRK-AAAA-CORTE        PIC 9(04).
001730     03  WRK-MM-CORTE          PIC 9(02).
001740 77  WRK-MESES-TOTAIS          PIC S9(06)  VALUE  ZEROS.
001750*---------------------------------------------------------------*
001760*    TOTAIS DA EXECUCAO                                         *
001770*---------------------------------------------------------------*
001780 77  WRK-QTD-GERACOES          PIC 9(04)  VALUE  ZEROS.
001790 77  WRK-QTD-LIDAS             PIC 9(04)  VALUE  ZEROS.
001800 77  WRK-QTD-INDISPONIVEIS     PIC 9(04)  VALUE  ZEROS.
001810 77  WRK-QTD-VENCIDAS          PIC 9(04)  VALUE  ZEROS.
001820 77  WRK-QTD-SELECIONADOS      PIC 9(09)  VALUE  ZEROS.
001830 77  WRK-QTD-DETALHE           PIC 9(09)  VALUE  ZEROS.
001840 77  WRK-QTD-CONTROLE          PIC 9(09)  VALUE  ZEROS.
001850 77  WRK-SEQ-MINIMA            PIC 9(09)  VALUE  ZEROS.
001860 77  WRK-SEQ-MAXIMA            PIC 9(09)  VALUE  ZEROS.
001870 77  WRK-DATA-MINIMA           PIC 9(08)  VALUE  ZEROS.
001880 77  WRK-DATA-MAXIMA           PIC 9(08)  VALUE  ZEROS.
001890 77  WRK-APLIC-GERACAO         PIC X(08)  VALUE  SPACES.
001900 77  WRK-SITUACAO              PIC X(12)  VALUE  SPACES.
001910 77  WRK-RESULTADO             PIC X(60)  VALUE  SPACES.
001920*---------------------------------------------------------------*
001930*    REGISTRO DE CONTROLE GRAVADO AO FIM DO EXTRATO (EXTHST)    *
001940*---------------------------------------------------------------*
001950 01  WRK-ARC-CONTROLE.
001960     03  FILLER                PIC X(08)  VALUE  '*TOTAIS*'.
001970     03  WAC-QTD               PIC 9(09).
001980     03  WAC-SEQ-MINIMA        PIC 9(09).
001990     03  WAC-SEQ-MAXIMA        PIC 9(09).
002000     03  WAC-DATA-MINIMA       PIC 9(08).
002010     03  WAC-DATA-MAXIMA       PIC 9(08).
002020     03  FILLER                PIC X(29)  VALUE  SPACES.
002030*---------------------------------------------------------------*
002040*    LINHAS DE IMPRESSAO                                        *
002050*---------------------------------------------------------------*
002060 01  WRK-LINHA-TITULO.
002070     03  FILLER                PIC X(50)   VALUE
002080         'FERRCAT - CATALOGO E CONSULTA DO ARQUIVO HISTORICO'.
002090     03  FILLER                PIC X(08)   VALUE  '  DATA: '.
002100     03  WL-TIT-DATA           PIC 9(08).
002110     03  FILLER                PIC X(08)   VALUE  '  HORA: '.
002120     03  WL-TIT-HORA           PIC X(06).
002130     03  FILLER                PIC X(52)   VALUE  SPACES.
002140 01  WRK-LINHA-PARM.
002150     03  FILLER                PIC X(06)   VALUE  'MODO: '.
002160     03  WL-PRM-MODO           PIC X(01).
002170     03  FILLER                PIC X(03)   VALUE  ' - '.
002180     03  WL-PRM-DESC           PIC X(12).
002190     03  FILLER                PIC X(13)   VALUE  '  APLICACAO: '.
002200     03  WL-PRM-APLIC          PIC X(08).
002210     03  FILLER                PIC X(11)   VALUE  '  PERIODO: '.
002220     03  WL-PRM-DATA-INI       PIC 9(08).
002230     03  FILLER                PIC X(03)   VALUE  ' A '.
002240     03  WL-PRM-DATA-FIM       PIC 9(08).
002250     03  FILLER                PIC X(59)   VALUE  SPACES.
002260 01  WRK-LINHA-GERACAO.
002270     03  FILLER                PIC X(08)   VALUE  'GERACAO '.
002280     03  WL-GER-GERACAO        PIC 9(04).
002290     03  FILLER                PIC X(02)   VALUE  SPACES.
002300     03  WL-GER-APLIC          PIC X(08).
002310     03  FILLER                PIC X(10)   VALUE  '  PERIODO '.
002320     03  WL-GER-DATA-MIN       PIC 9(08).
002330     03  FILLER                PIC X(03)   VALUE  ' A '.
002340     03  WL-GER-DATA-MAX       PIC 9(08).
002350     03  FILLER                PIC X(06)   VALUE  '  SEQ '.
002360     03  WL-GER-SEQ-MIN        PIC 9(09).
002370     03  FILLER                PIC X(03)   VALUE  ' A '.
002380     03  WL-GER-SEQ-MAX        PIC 9(09).
002390     03  FILLER                PIC X(09)   VALUE  '  LINHAS '.
002400     03  WL-GER-QTD            PIC ZZZ,ZZZ,ZZ9.
002410     03  FILLER                PIC X(10)   VALUE  '  GRAVADA '.
002420     03  WL-GER-DT-GRAVACAO    PIC 9(08).
002430     03  FILLER                PIC X(02)   VALUE  SPACES.
002440     03  WL-GER-SITUACAO       PIC X(12).
002450     03  FILLER                PIC X(02)   VALUE  SPACES.
002460 01  WRK-LINHA-CABEC.
002470     03  FILLER                PIC X(50)   VALUE
002480         '      HST-SEQ  DATADAT   HORADAT  ORIGEM     HOLD'.
002490     03  FILLER                PIC X(82)   VALUE
002500         'REQUERENTE  DATA HOLD'.
002510 01  WRK-LINHA-DET.
002520     03  FILLER                PIC X(04)   VALUE  SPACES.
002530     03  WL-DET-SEQ            PIC 9(09).
002540     03  FILLER                PIC X(02)   VALUE  SPACES.
002550     03  WL-DET-DATA           PIC 9(08).
002560     03  FILLER                PIC X(03)   VALUE  SPACES.
002570     03  WL-DET-HORA           PIC 9(06).
002580     03  FILLER                PIC X(02)   VALUE  SPACES.
002590     03  WL-DET-TIPO           PIC X(01).
002600     03  FILLER                PIC X(01)   VALUE  SPACES.
002610     03  WL-DET-ID             PIC X(08).
002620     03  FILLER                PIC X(02)   VALUE  SPACES.
002630     03  WL-DET-HOLD           PIC X(01).
002640     03  FILLER                PIC X(03)   VALUE  SPACES.
002650     03  WL-DET-REQTE          PIC X(08).
002660     03  FILLER                PIC X(04)   VALUE  SPACES.
002670     03  WL-DET-HOLD-DATA      PIC X(08).
002680     03  FILLER                PIC X(62)   VALUE  SPACES.
002690 01  WRK-LINHA-TEXTO.
002700     03  WL-TXT-TEXTO          PIC X(80).
002710     03  FILLER                PIC X(52)   VALUE  SPACES.
002720 01  WRK-LINHA-VENCIDAS.
002730     03  FILLER                PIC X(30)   VALUE
002740         'GERACOES ALEM DA RETENCAO DE '.
002750     03  WL-VEN-MESES          PIC 9(03).
002760     03  FILLER                PIC X(14)   VALUE
002770         ' MESES (CORTE '.
002780     03  WL-VEN-CORTE          PIC 9(08).
002790     03  FILLER                PIC X(40)   VALUE
002800         ') - EXPIRAR AS FITAS DELIBERADAMENTE'.
002810     03  FILLER                PIC X(37)   VALUE  SPACES.
002820 01  WRK-LINHA-TOTAL.
002830     03  FILLER                PIC X(10)   VALUE
002840         'GERACOES: '.
002850     03  WL-TOT-LIDAS          PIC ZZZ9.
002860     03  FILLER                PIC X(18)   VALUE
002870         '  INDISPONIVEIS: '.
002880     03  WL-TOT-INDISP         PIC ZZZ9.
002890     03  FILLER                PIC X(24)   VALUE
002900         '  LINHAS SELECIONADAS: '.
002910     03  WL-TOT-LINHAS         PIC ZZZ,ZZZ,ZZ9.
002920     03  FILLER                PIC X(61)   VALUE  SPACES.
002930 01  WRK-LINHA-RESULTADO.
002940     03  FILLER                PIC X(11)   VALUE
002950         'RESULTADO: '.
002960     03  WL-RES-TEXTO          PIC X(60).
002970     03  FILLER                PIC X(05)   VALUE  '  RC='.
002980     03  WL-RES-RC             PIC X(02).
002990     03  FILLER                PIC X(54)   VALUE  SPACES.
003000 LINKAGE  SECTION.
003010 01  LS-PARM-AREA.
003020     03  LS-PARM-LEN           PIC S9(04)  COMP.
003030     03  LS-PARM-DADOS         PIC X(45).
003040 PROCEDURE  DIVISION  USING  LS-PARM-AREA.
003050
003060 0000-MAINLINE  SECTION.
003070     DISPLAY  'FERRCAT - INICIO DA CONSULTA AO ARQUIVO HISTORICO'.
003080     PERFORM  1000-INICIALIZAR
003090              THRU  1000-INICIALIZAR-EXIT.
003100     EVALUATE  TRUE
003110         WHEN  MODO-LISTAR
003120         WHEN  MODO-EXTRAIR
003130             PERFORM  2000-CONSULTAR
003140                      THRU  2000-CONSULTAR-EXIT
003150         WHEN  MODO-CATALOGAR
003160             PERFORM  3000-CATALOGAR
003170                      THRU  3000-CATALOGAR-EXIT
003180         WHEN  MODO-RELACIONAR
003190             PERFORM  4000-RELACIONAR
003200                      THRU  4000-RELACIONAR-EXIT
003210     END-EVALUATE.
003220     PERFORM  5000-LISTAR-VENCIDAS
003230              THRU  5000-LISTAR-VENCIDAS-EXIT.
003240     PERFORM  9999-FINALIZAR
003250              THRU  9999-FINALIZAR-EXIT.
003260 0000-MAINLINE-EXIT.
003270     EXIT.
003280
003290*---------------------------------------------------------------*
003300*    1000 - CRITICA O PARM, CALCULA O CORTE DA RETENCAO, ABRE   *
003310*           O RELATORIO, O CATALOGO E (MODO E) O EXTRATO        *
003320*---------------------------------------------------------------*
003330 1000-INICIALIZAR  SECTION.
003340     ACCEPT  WRK-DATA-HOJE  FROM  DATE  YYYYMMDD.
003350     ACCEPT  WRK-TIME       FROM  TIME.
003360     MOVE  WRK-TIME(1:6)  TO  WRK-HORA.
003370
003380     MOVE  SPACES  TO  WRK-PARM.
003390     MOVE  LS-PARM-LEN  TO  WRK-TAM-PARM.
003400     IF  WRK-TAM-PARM  >  45
003410         MOVE  45  TO  WRK-TAM-PARM
003420     END-IF.
003430     IF  WRK-TAM-PARM  >  ZERO
003440         MOVE  LS-PARM-DADOS(1:WRK-TAM-PARM)  TO  WRK-PARM
003450     END-IF.
003460     IF  WRK-PRM-MODO  =  SPACE
003470         IF  WRK-PRM-APLICACAO  =  SPACES  AND
003480             WRK-PRM-DATA-INI   =  SPACES  AND
003490             WRK-PRM-DATA-FIM   =  SPACES
003500             MOVE  'R'  TO  WRK-PRM-MODO
003510         ELSE
003520             MOVE  'L'  TO  WRK-PRM-MODO
003530         END-IF
003540     END-IF.
003550
003560     PERFORM  7500-LER-PARMDAT  THRU  7500-LER-PARMDAT-EXIT.
003570     PERFORM  1100-CALCULAR-CORTE
003580              THRU  1100-CALCULAR-CORTE-EXIT.
003590
003600     OPEN  OUTPUT  RELCAT.
003610     IF  WRK-FS-RELCAT  NOT  =  '00'
003620         DISPLAY  'FERRCAT - ERRO ABERTURA RELCAT - FS='
003630                  WRK-FS-RELCAT
003640         MOVE  '12'  TO  WRK-RC
003650         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003660     END-IF.
003670     MOVE  'S'  TO  WRK-SW-RELCAT.
003680     MOVE  WRK-DATA-HOJE       TO  WL-TIT-DATA.
003690     MOVE  WRK-HORA            TO  WL-TIT-HORA.
003700     MOVE  WRK-LINHA-TITULO    TO  REG-RELCAT.
003710     WRITE  REG-RELCAT.
003720     MOVE  SPACES              TO  REG-RELCAT.
003730     WRITE  REG-RELCAT.
003740
003750     PERFORM  1200-CRITICAR-PARM
003760              THRU  1200-CRITICAR-PARM-EXIT.
003770
003780     MOVE  WRK-PRM-MODO        TO  WL-PRM-MODO.
003790     EVALUATE  TRUE
003800         WHEN  MODO-LISTAR
003810             MOVE  'LISTAGEM'     TO  WL-PRM-DESC
003820         WHEN  MODO-EXTRAIR
003830             MOVE  'EXTRACAO'     TO  WL-PRM-DESC
003840         WHEN  MODO-CATALOGAR
003850             MOVE  'CATALOGACAO'  TO  WL-PRM-DESC
003860         WHEN  MODO-RELACIONAR
003870             MOVE  'CATALOGO'     TO  WL-PRM-DESC
003880     END-EVALUATE.
003890     MOVE  WRK-APLICACAO       TO  WL-PRM-APLIC.
003900     MOVE  WRK-DATA-INI        TO  WL-PRM-DATA-INI.
003910     MOVE  WRK-DATA-FIM        TO  WL-PRM-DATA-FIM.
003920     MOVE  WRK-LINHA-PARM      TO  REG-RELCAT.
003930     WRITE  REG-RELCAT.
003940     MOVE  SPACES              TO  REG-RELCAT.
003950     WRITE  REG-RELCAT.
003960
003970*    SO A CATALOGACAO ALTERA O CATALOGO (E O CRIA NA PRIMEIRA
003980*    VEZ); AS CONSULTAS O ABREM SO PARA LEITURA.
003990     IF  MODO-CATALOGAR
004000         OPEN  I-O  CATARQ
004010         IF  WRK-FS-CATARQ  =  '35'
004020             OPEN  OUTPUT  CATARQ
004030             CLOSE  CATARQ
004040             OPEN  I-O  CATARQ
004050         END-IF
004060     ELSE
004070         OPEN  INPUT  CATARQ
004080     END-IF.
004090     IF  WRK-FS-CATARQ  =  '35'
004100         MOVE  'CATALOGO CATARQ INEXISTENTE - NADA CATALOGADO'
004110               TO  WRK-RESULTADO
004120         MOVE  '08'  TO  WRK-RC
004130         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004140     END-IF.
004150     IF  WRK-FS-CATARQ  NOT  =  '00'
004160         DISPLAY  'FERRCAT - ERRO ABERTURA CATARQ - FS='
004170                  WRK-FS-CATARQ
004180         MOVE  'ERRO NA ABERTURA DO CATALOGO CATARQ'
004190               TO  WRK-RESULTADO
004200         MOVE  '12'  TO  WRK-RC
004210         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004220     END-IF.
004230     MOVE  'S'  TO  WRK-SW-CATARQ.
004240
004250     IF  MODO-EXTRAIR
004260         OPEN  OUTPUT  EXTHST
004270         IF  WRK-FS-EXTHST  NOT  =  '00'
004280             DISPLAY  'FERRCAT - ERRO ABERTURA EXTHST - FS='
004290                      WRK-FS-EXTHST
004300             MOVE  'ERRO NA ABERTURA DO EXTRATO EXTHST'
004310                   TO  WRK-RESULTADO
004320             MOVE  '12'  TO  WRK-RC
004330             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004340         END-IF
004350         MOVE  'S'  TO  WRK-SW-EXTHST
004360     END-IF.
004370 1000-INICIALIZAR-EXIT.
004380     EXIT.
004390
004400*---------------------------------------------------------------*
004410*    1100 - CORTE DA RETENCAO = DIA 01 DO MES CORRENTE MENOS    *
004420*           WRK-MESES-RETENCAO (MESMA CONTA DO FERRHST)         *
004430*---------------------------------------------------------------*
004440 1100-CALCULAR-CORTE  SECTION.
004450     MOVE  WRK-DATA-HOJE(1:6)  TO  WRK-AAAAMM-HOJE.
004460     COMPUTE  WRK-MESES-TOTAIS  =
004470         (WRK-AAAA-HOJE  *  12  +  WRK-MM-HOJE)  -
004480         WRK-MESES-RETENCAO.
004490     COMPUTE  WRK-AAAA-CORTE  =  WRK-MESES-TOTAIS  /  12.
004500     COMPUTE  WRK-MM-CORTE    =  WRK-MESES-TOTAIS  -
004510         (WRK-AAAA-CORTE  *  12).
004520     IF  WRK-MM-CORTE  =  ZERO
004530         MOVE  12  TO  WRK-MM-CORTE
004540         SUBTRACT  1  FROM  WRK-AAAA-CORTE
004550     END-IF.
004560     MOVE  WRK-AAAAMM-CORTE  TO  WRK-DATA-CORTE(1:6).
004570     MOVE  '01'               TO  WRK-DATA-CORTE(7:2).
004580 1100-CALCULAR-CORTE-EXIT.
004590     EXIT.
004600
004610*---------------------------------------------------------------*
004620*    1200 - CRITICA MODO, APLICACAO, PERIODO E GERACAO          *
004630*---------------------------------------------------------------*
004640 1200-CRITICAR-PARM  SECTION.
004650     IF  NOT  MODO-LISTAR     AND
004660         NOT  MODO-EXTRAIR    AND
004670         NOT  MODO-CATALOGAR  AND
004680         NOT  MODO-RELACIONAR
004690         MOVE  'MODO INVALIDO - USE L, E, C OU R'
004700               TO  WRK-RESULTADO
004710         MOVE  '12'  TO  WRK-RC
004720         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004730     END-IF.
004740
004750     IF  WRK-PRM-APLICACAO  NOT  =  SPACES
004760         MOVE  WRK-PRM-APLICACAO  TO  WRK-APLICACAO
004770     ELSE
004780         IF  MODO-CATALOGAR  OR  MODO-RELACIONAR
004790             MOVE  SPACES  TO  WRK-APLICACAO
004800         END-IF
004810     END-IF.
004820
004830     IF  WRK-PRM-DATA-INI  NOT  =  SPACES
004840         IF  WRK-PRM-DATA-INI-9  IS  NUMERIC
004850             MOVE  WRK-PRM-DATA-INI-9  TO  WRK-DATA-INI
004860         ELSE
004870             MOVE  'DATA INICIAL INVALIDA NO PARM (AAAAMMDD)'
004880                   TO  WRK-RESULTADO
004890             MOVE  '12'  TO  WRK-RC
004900             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004910         END-IF
004920     END-IF.
004930     IF  WRK-PRM-DATA-FIM  NOT  =  SPACES
004940         IF  WRK-PRM-DATA-FIM-9  IS  NUMERIC
004950             MOVE  WRK-PRM-DATA-FIM-9  TO  WRK-DATA-FIM
004960         ELSE
004970             MOVE  'DATA FINAL INVALIDA NO PARM (AAAAMMDD)'
004980                   TO  WRK-RESULTADO
004990             MOVE  '12'  TO  WRK-RC
005000             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005010         END-IF
005020     END-IF.
005030     IF  WRK-DATA-INI  >  WRK-DATA-FIM
005040         MOVE  'DATA INICIAL POSTERIOR A DATA FINAL'
005050               TO  WRK-RESULTADO
005060         MOVE  '12'  TO  WRK-RC
005070         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005080     END-IF.
005090
005100     IF  NOT  MODO-CATALOGAR
005110         GO  TO  1200-CRITICAR-PARM-EXIT
005120     END-IF.
005130     IF  WRK-PRM-GERACAO-9  IS  NOT  NUMERIC  OR
005140         WRK-PRM-GERACAO-9  =  ZERO
005150         MOVE  'MODO C EXIGE A GERACAO (4 DIGITOS) NO PARM'
005160               TO  WRK-RESULTADO
005170         MOVE  '12'  TO  WRK-RC
005180         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005190     END-IF.
005200     MOVE  WRK-PRM-GERACAO-9  TO  WRK-GERACAO.
005210     MOVE  WRK-DATA-HOJE      TO  WRK-DT-GRAVACAO.
005220     IF  WRK-PRM-DT-GRAVACAO  NOT  =  SPACES
005230         IF  WRK-PRM-DT-GRAVACAO-9  IS  NUMERIC
005240             MOVE  WRK-PRM-DT-GRAVACAO-9  TO  WRK-DT-GRAVACAO
005250         ELSE
005260             MOVE  'DATA DE GRAVACAO INVALIDA NO PARM (AAAAMMDD)'
005270                   TO  WRK-RESULTADO
005280             MOVE  '12'  TO  WRK-RC
005290             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005300         END-IF
005310     END-IF.
005320 1200-CRITICAR-PARM-EXIT.
005330     EXIT.
005340
005350*---------------------------------------------------------------*
005360*    2000 - LISTA AS GERACOES CATALOGADAS DA APLICACAO CUJO     *
005370*           PERIODO CRUZA O PERIODO PEDIDO (AS QUE DEVEM ESTAR  *
005380*           NO DD ARCHIST) E SELECIONA AS LINHAS DO QUE FOI     *
005390*           ALOCADO.  GERACAO QUE COBRE O PERIODO E NAO FOI     *
005400*           LIDA (FORA DO DD, FITA NAO MONTADA) DA RC 08.       *
005410*---------------------------------------------------------------*
005420 2000-CONSULTAR  SECTION.
005430     PERFORM  2100-POSICIONAR-CATARQ
005440              THRU  2100-POSICIONAR-CATARQ-EXIT.
005450     PERFORM  2200-EXAMINAR-GERACAO
005460              THRU  2200-EXAMINAR-GERACAO-EXIT
005470              UNTIL  FIM-CATARQ.
005480     IF  WRK-QTD-GERACOES  >  ZERO
005490         MOVE  SPACES  TO  REG-RELCAT
005500         WRITE  REG-RELCAT
005510         PERFORM  2300-LER-GERACAO
005520                  THRU  2300-LER-GERACAO-EXIT
005530     END-IF.
005540     IF  WRK-QTD-LIDAS  <  WRK-QTD-GERACOES
005550         COMPUTE  WRK-QTD-INDISPONIVEIS  =
005560             WRK-QTD-GERACOES  -  WRK-QTD-LIDAS
005570     END-IF.
005580
005590     IF  MODO-EXTRAIR
005600         MOVE  WRK-QTD-SELECIONADOS  TO  WAC-QTD
005610         MOVE  WRK-SEQ-MINIMA        TO  WAC-SEQ-MINIMA
005620         MOVE  WRK-SEQ-MAXIMA        TO  WAC-SEQ-MAXIMA
005630         MOVE  WRK-DATA-MINIMA       TO  WAC-DATA-MINIMA
005640         MOVE  WRK-DATA-MAXIMA       TO  WAC-DATA-MAXIMA
005650         MOVE  WRK-ARC-CONTROLE      TO  REG-EXTHST
005660         WRITE  REG-EXTHST
005670         IF  WRK-FS-EXTHST  NOT  =  '00'
005680             DISPLAY  'FERRCAT - ERRO GRAVACAO EXTHST - FS='
005690                      WRK-FS-EXTHST
005700             MOVE  'ERRO NA GRAVACAO DO EXTRATO EXTHST'
005710                   TO  WRK-RESULTADO
005720             MOVE  '16'  TO  WRK-RC
005730             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005740         END-IF
005750     END-IF.
005760
005770     MOVE  SPACES  TO  REG-RELCAT.
005780     WRITE  REG-RELCAT.
005790     MOVE  WRK-QTD-LIDAS          TO  WL-TOT-LIDAS.
005800     MOVE  WRK-QTD-INDISPONIVEIS  TO  WL-TOT-INDISP.
005810     MOVE  WRK-QTD-SELECIONADOS   TO  WL-TOT-LINHAS.
005820     MOVE  WRK-LINHA-TOTAL        TO  REG-RELCAT.
005830     WRITE  REG-RELCAT.
005840
005850     IF  WRK-QTD-INDISPONIVEIS  >  ZERO
005860         MOVE  'GERACAO QUE COBRE O PERIODO FORA DO DD ARCHIST'
005870               TO  WRK-RESULTADO
005880         MOVE  '08'  TO  WRK-RC
005890         GO  TO  2000-CONSULTAR-EXIT
005900     END-IF.
005910     IF  WRK-QTD-GERACOES  =  ZERO
005920         MOVE  'NENHUMA GERACAO CATALOGADA COBRE O PERIODO'
005930               TO  WRK-RESULTADO
005940         MOVE  '04'  TO  WRK-RC
005950         GO  TO  2000-CONSULTAR-EXIT
005960     END-IF.
005970     IF  WRK-QTD-SELECIONADOS  =  ZERO
005980         MOVE  'NENHUMA LINHA DA APLICACAO NO PERIODO'
005990               TO  WRK-RESULTADO
006000         MOVE  '04'  TO  WRK-RC
006010         GO  TO  2000-CONSULTAR-EXIT
006020     END-IF.
006030     IF  MODO-EXTRAIR
006040         MOVE  'LINHAS SELECIONADAS GRAVADAS EM EXTHST'
006050               TO  WRK-RESULTADO
006060     ELSE
006070         MOVE  'LINHAS SELECIONADAS LISTADAS'
006080               TO  WRK-RESULTADO
006090     END-IF.
006100 2000-CONSULTAR-EXIT.
006110     EXIT.
006120
006130 2100-POSICIONAR-CATARQ  SECTION.
006140     MOVE  'N'    TO  WRK-FIM-CATARQ.
006150     MOVE  ZEROS  TO  CAT-GERACAO.
006160     START  CATARQ  KEY  NOT  <  CAT-CHAVE
006170         INVALID  KEY
006180             SET  FIM-CATARQ  TO  TRUE
006190     END-START.
006200     PERFORM  2110-LER-CATARQ  THRU  2110-LER-CATARQ-EXIT.
006210 2100-POSICIONAR-CATARQ-EXIT.
006220     EXIT.
006230
006240 2110-LER-CATARQ  SECTION.
006250     IF  FIM-CATARQ
006260         GO  TO  2110-LER-CATARQ-EXIT
006270     END-IF.
006280     READ  CATARQ  NEXT  RECORD
006290         AT  END
006300             SET  FIM-CATARQ  TO  TRUE
006310     END-READ.
006320 2110-LER-CATARQ-EXIT.
006330     EXIT.
006340
006350 2200-EXAMINAR-GERACAO  SECTION.
006360     IF  CAT-APLICACAO    NOT  =  WRK-APLICACAO  OR
006370         CAT-QTD          =  ZERO                OR
006380         CAT-DATA-MINIMA  >  WRK-DATA-FIM        OR
006390         CAT-DATA-MAXIMA  <  WRK-DATA-INI
006400         GO  TO  2200-EXAMINAR-LER
006410     END-IF.
006420
006430     ADD  1  TO  WRK-QTD-GERACOES.
006440     MOVE  SPACES  TO  WRK-SITUACAO.
006450     PERFORM  6000-IMPRIMIR-GERACAO
006460              THRU  6000-IMPRIMIR-GERACAO-EXIT.
006470
006480 2200-EXAMINAR-LER.
006490     PERFORM  2110-LER-CATARQ  THRU  2110-LER-CATARQ-EXIT.
006500 2200-EXAMINAR-GERACAO-EXIT.
006510     EXIT.
006520
006530*---------------------------------------------------------------*
006540*    2300 - LE O DD ARCHIST (GERACOES CONCATENADAS) E SELECIONA *
006550*           AS LINHAS DA APLICACAO DENTRO DO PERIODO.  CADA     *
006560*           '*TOTAIS*' ENCERRA UMA GERACAO LIDA.  DD QUE NAO    *
006570*           ABRE CONTA COMO NENHUMA GERACAO LIDA.               *
006580*---------------------------------------------------------------*
006590 2300-LER-GERACAO  SECTION.
006600     MOVE  WRK-LINHA-CABEC  TO  REG-RELCAT.
006610     WRITE  REG-RELCAT.
006620     MOVE  SPACES           TO  REG-RELCAT.
006630     WRITE  REG-RELCAT.
006640     OPEN  INPUT  ARCHIST.
006650     IF  WRK-FS-ARCHIST  NOT  =  '00'
006660         DISPLAY  'FERRCAT - ARCHIST INDISPONIVEL - FS='
006670                  WRK-FS-ARCHIST
006680         MOVE  '    *** ARCHIST INDISPONIVEL - NADA FOI LIDO ***'
006690               TO  WL-TXT-TEXTO
006700         MOVE  WRK-LINHA-TEXTO  TO  REG-RELCAT
006710         WRITE  REG-RELCAT
006720         GO  TO  2300-LER-GERACAO-EXIT
006730     END-IF.
006740     MOVE  'N'  TO  WRK-FIM-ARCHIST.
006750     PERFORM  2310-LER-ARCHIST  THRU  2310-LER-ARCHIST-EXIT.
006760     PERFORM  2320-SELECIONAR-LINHA
006770              THRU  2320-SELECIONAR-LINHA-EXIT
006780              UNTIL  FIM-ARCHIST.
006790     CLOSE  ARCHIST.
006800 2300-LER-GERACAO-EXIT.
006810     EXIT.
006820
006830 2310-LER-ARCHIST  SECTION.
006840     READ  ARCHIST
006850         AT  END
006860             SET  FIM-ARCHIST  TO  TRUE
006870     END-READ.
006880 2310-LER-ARCHIST-EXIT.
006890     EXIT.
006900
006910 2320-SELECIONAR-LINHA  SECTION.
006920     IF  ARC-CTL-MARCA  =  '*TOTAIS*'
006930         ADD  1  TO  WRK-QTD-LIDAS
006940         GO  TO  2320-SELECIONAR-LER
006950     END-IF.
006960     IF  HST-APLICACAO  NOT  =  WRK-APLICACAO  OR
006970         HST-DATADAT    <  WRK-DATA-INI         OR
006980         HST-DATADAT    >  WRK-DATA-FIM
006990         GO  TO  2320-SELECIONAR-LER
007000     END-IF.
007010
007020     ADD  1  TO  WRK-QTD-SELECIONADOS.
007030     IF  WRK-QTD-SELECIONADOS  =  1
007040         MOVE  HST-SEQ      TO  WRK-SEQ-MINIMA
007050         MOVE  HST-DATADAT  TO  WRK-DATA-MINIMA
007060     END-IF.
007070     IF  HST-SEQ  >  WRK-SEQ-MAXIMA
007080         MOVE  HST-SEQ  TO  WRK-SEQ-MAXIMA
007090     END-IF.
007100     IF  HST-SEQ  <  WRK-SEQ-MINIMA
007110         MOVE  HST-SEQ  TO  WRK-SEQ-MINIMA
007120     END-IF.
007130     IF  HST-DATADAT  >  WRK-DATA-MAXIMA
007140         MOVE  HST-DATADAT  TO  WRK-DATA-MAXIMA
007150     END-IF.
007160     IF  HST-DATADAT  <  WRK-DATA-MINIMA
007170         MOVE  HST-DATADAT  TO  WRK-DATA-MINIMA
007180     END-IF.
007190
007200     IF  MODO-EXTRAIR
007210         MOVE  REG-ARCHIST  TO  REG-EXTHST
007220         WRITE  REG-EXTHST
007230         IF  WRK-FS-EXTHST  NOT  =  '00'
007240             DISPLAY  'FERRCAT - ERRO GRAVACAO EXTHST - FS='
007250                      WRK-FS-EXTHST
007260             MOVE  'ERRO NA GRAVACAO DO EXTRATO EXTHST'
007270                   TO  WRK-RESULTADO
007280             MOVE  '16'  TO  WRK-RC
007290             CLOSE  ARCHIST
007300             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
007310         END-IF
007320     ELSE
007330         PERFORM  6100-IMPRIMIR-LINHA
007340                  THRU  6100-IMPRIMIR-LINHA-EXIT
007350     END-IF.
007360
007370 2320-SELECIONAR-LER.
007380     PERFORM  2310-LER-ARCHIST  THRU  2310-LER-ARCHIST-EXIT.
007390 2320-SELECIONAR-LINHA-EXIT.
007400     EXIT.
007410
007420*---------------------------------------------------------------*
007430*    3000 - CATALOGA UMA GERACAO EXISTENTE A PARTIR DO SEU      *
007440*           REGISTRO DE CONTROLE, CONFERIDO CONTRA AS LINHAS.   *
007450*           CONTROLE AUSENTE OU DIVERGENTE: NADA E GRAVADO.     *
007460*---------------------------------------------------------------*
007470 3000-CATALOGAR  SECTION.
007480     OPEN  INPUT  ARCHIST.
007490     IF  WRK-FS-ARCHIST  NOT  =  '00'
007500         DISPLAY  'FERRCAT - GERACAO '  WRK-GERACAO
007510                  ' INDISPONIVEL - FS='  WRK-FS-ARCHIST
007520         MOVE  'GERACAO INDISPONIVEL - NADA CATALOGADO'
007530               TO  WRK-RESULTADO
007540         MOVE  '08'  TO  WRK-RC
007550         GO  TO  3000-CATALOGAR-EXIT
007560     END-IF.
007570     MOVE  WRK-APLICACAO  TO  WRK-APLIC-GERACAO.
007580     PERFORM  2310-LER-ARCHIST  THRU  2310-LER-ARCHIST-EXIT.
007590     PERFORM  3100-CONFERIR-LINHA
007600              THRU  3100-CONFERIR-LINHA-EXIT
007610              UNTIL  FIM-ARCHIST.
007620     CLOSE  ARCHIST.
007630
007640     IF  WRK-RC  NOT  =  '00'
007650         GO  TO  3000-CATALOGAR-EXIT
007660     END-IF.
007670     IF  NOT  CONTROLE-LIDO
007680         MOVE  'GERACAO SEM REGISTRO *TOTAIS* - NADA CATALOGADO'
007690               TO  WRK-RESULTADO
007700         MOVE  '08'  TO  WRK-RC
007710         GO  TO  3000-CATALOGAR-EXIT
007720     END-IF.
007730     IF  WRK-QTD-CONTROLE  NOT  =  WRK-QTD-DETALHE
007740         DISPLAY  'FERRCAT - *TOTAIS* INDICA '  WRK-QTD-CONTROLE
007750                  ' LINHAS, LIDAS '  WRK-QTD-DETALHE
007760         MOVE  'CONTROLE DIVERGE DAS LINHAS - NADA CATALOGADO'
007770               TO  WRK-RESULTADO
007780         MOVE  '08'  TO  WRK-RC
007790         GO  TO  3000-CATALOGAR-EXIT
007800     END-IF.
007810     IF  WRK-APLIC-GERACAO  =  SPACES
007820         MOVE  'GERACAO VAZIA - INFORME A APLICACAO NO PARM'
007830               TO  WRK-RESULTADO
007840         MOVE  '08'  TO  WRK-RC
007850         GO  TO  3000-CATALOGAR-EXIT
007860     END-IF.
007870
007880     PERFORM  3200-GRAVAR-CATALOGO
007890              THRU  3200-GRAVAR-CATALOGO-EXIT.
007900 3000-CATALOGAR-EXIT.
007910     EXIT.
007920
007930*---------------------------------------------------------------*
007940*    3100 - CONTA AS LINHAS DE DETALHE E GUARDA O CONTROLE. UMA *
007950*           GERACAO DO FERRHST E DE UMA SO APLICACAO: LINHA DE  *
007960*           OUTRA APLICACAO RECUSA A CATALOGACAO.               *
007970*---------------------------------------------------------------*
007980 3100-CONFERIR-LINHA  SECTION.
007990     IF  ARC-CTL-MARCA  =  '*TOTAIS*'
008000         MOVE  'S'                  TO  WRK-SW-CONTROLE
008010         MOVE  ARC-CTL-QTD          TO  WRK-QTD-CONTROLE
008020         MOVE  ARC-CTL-SEQ-MINIMA   TO  WRK-SEQ-MINIMA
008030         MOVE  ARC-CTL-SEQ-MAXIMA   TO  WRK-SEQ-MAXIMA
008040         MOVE  ARC-CTL-DATA-MINIMA  TO  WRK-DATA-MINIMA
008050         MOVE  ARC-CTL-DATA-MAXIMA  TO  WRK-DATA-MAXIMA
008060         GO  TO  3100-CONFERIR-LER
008070     END-IF.
008080     ADD  1  TO  WRK-QTD-DETALHE.
008090     IF  WRK-APLIC-GERACAO  =  SPACES
008100         MOVE  HST-APLICACAO  TO  WRK-APLIC-GERACAO
008110     END-IF.
008120     IF  HST-APLICACAO  NOT  =  WRK-APLIC-GERACAO
008130         DISPLAY  'FERRCAT - LINHA DE '  HST-APLICACAO
008140                  ' NA GERACAO DE '  WRK-APLIC-GERACAO
008150         MOVE  'GERACAO COM OUTRA APLICACAO - NADA CATALOGADO'
008160               TO  WRK-RESULTADO
008170         MOVE  '08'  TO  WRK-RC
008180         SET  FIM-ARCHIST  TO  TRUE
008190         GO  TO  3100-CONFERIR-LINHA-EXIT
008200     END-IF.
008210
008220 3100-CONFERIR-LER.
008230     PERFORM  2310-LER-ARCHIST  THRU  2310-LER-ARCHIST-EXIT.
008240 3100-CONFERIR-LINHA-EXIT.
008250     EXIT.
008260
008270 3200-GRAVAR-CATALOGO  SECTION.
008280     MOVE  WRK-GERACAO  TO  CAT-GERACAO.
008290     READ  CATARQ
008300         INVALID  KEY
008310             CONTINUE
008320     END-READ.
008330     IF  WRK-FS-CATARQ  =  '00'
008340         MOVE  'CORRIGIDA'  TO  WRK-SITUACAO
008350     ELSE
008360         MOVE  'INCLUIDA'   TO  WRK-SITUACAO
008370     END-IF.
008380
008390     INITIALIZE  REG-CATARQ.
008400     MOVE  WRK-GERACAO        TO  CAT-GERACAO.
008410     MOVE  WRK-APLIC-GERACAO  TO  CAT-APLICACAO.
008420     MOVE  WRK-DATA-MINIMA    TO  CAT-DATA-MINIMA.
008430     MOVE  WRK-DATA-MAXIMA    TO  CAT-DATA-MAXIMA.
008440     MOVE  WRK-SEQ-MINIMA     TO  CAT-SEQ-MINIMA.
008450     MOVE  WRK-SEQ-MAXIMA     TO  CAT-SEQ-MAXIMA.
008460     MOVE  WRK-QTD-CONTROLE   TO  CAT-QTD.
008470     MOVE  WRK-DT-GRAVACAO    TO  CAT-DT-GRAVACAO.
008480     SET  CAT-ORIGEM-FERRCAT  TO  TRUE.
008490     IF  WRK-SITUACAO  =  'CORRIGIDA'
008500         REWRITE  REG-CATARQ
008510     ELSE
008520         WRITE  REG-CATARQ
008530     END-IF.
008540     IF  WRK-FS-CATARQ  NOT  =  '00'
008550         DISPLAY  'FERRCAT - ERRO GRAVACAO CATARQ - FS='
008560                  WRK-FS-CATARQ
008570         MOVE  'ERRO NA GRAVACAO DO CATALOGO CATARQ'
008580               TO  WRK-RESULTADO
008590         MOVE  '16'  TO  WRK-RC
008600         GO  TO  3200-GRAVAR-CATALOGO-EXIT
008610     END-IF.
008620
008630     PERFORM  6000-IMPRIMIR-GERACAO
008640              THRU  6000-IMPRIMIR-GERACAO-EXIT.
008650     IF  WRK-SITUACAO  =  'CORRIGIDA'
008660         MOVE  'GERACAO JA CATALOGADA - ENTRADA CORRIGIDA'
008670               TO  WRK-RESULTADO
008680     ELSE
008690         MOVE  'GERACAO INCLUIDA NO CATALOGO'
008700               TO  WRK-RESULTADO
008710     END-IF.
008720 3200-GRAVAR-CATALOGO-EXIT.
008730     EXIT.
008740
008750*---------------------------------------------------------------*
008760*    4000 - RELACIONA O CATALOGO (TODAS AS APLICACOES OU SO A   *
008770*           INFORMADA), MARCANDO AS GERACOES VENCIDAS           *
008780*---------------------------------------------------------------*
008790 4000-RELACIONAR  SECTION.
008800     PERFORM  2100-POSICIONAR-CATARQ
008810              THRU  2100-POSICIONAR-CATARQ-EXIT.
008820     PERFORM  4100-RELACIONAR-GERACAO
008830              THRU  4100-RELACIONAR-GERACAO-EXIT
008840              UNTIL  FIM-CATARQ.
008850     MOVE  SPACES  TO  REG-RELCAT.
008860     WRITE  REG-RELCAT.
008870     MOVE  ZEROS              TO  WL-TOT-INDISP  WL-TOT-LINHAS.
008880     MOVE  WRK-QTD-GERACOES   TO  WL-TOT-LIDAS.
008890     MOVE  WRK-LINHA-TOTAL    TO  REG-RELCAT.
008900     WRITE  REG-RELCAT.
008910     MOVE  'CATALOGO RELACIONADO'  TO  WRK-RESULTADO.
008920 4000-RELACIONAR-EXIT.
008930     EXIT.
008940
008950 4100-RELACIONAR-GERACAO  SECTION.
008960     IF  WRK-APLICACAO  NOT  =  SPACES  AND
008970         CAT-APLICACAO  NOT  =  WRK-APLICACAO
008980         GO  TO  4100-RELACIONAR-LER
008990     END-IF.
009000     ADD  1  TO  WRK-QTD-GERACOES.
009010     IF  CAT-DATA-MAXIMA  <  WRK-DATA-CORTE
009020         MOVE  'VENCIDA'  TO  WRK-SITUACAO
009030     ELSE
009040         MOVE  SPACES     TO  WRK-SITUACAO
009050     END-IF.
009060     PERFORM  6000-IMPRIMIR-GERACAO
009070              THRU  6000-IMPRIMIR-GERACAO-EXIT.
009080
009090 4100-RELACIONAR-LER.
009100     PERFORM  2110-LER-CATARQ  THRU  2110-LER-CATARQ-EXIT.
009110 4100-RELACIONAR-GERACAO-EXIT.
009120     EXIT.
009130
009140*---------------------------------------------------------------*
009150*    5000 - GERACOES CUJA LINHA MAIS RECENTE E ANTERIOR AO      *
009160*           CORTE DA RETENCAO: SO SAO LISTADAS (RC 04), A       *
009170*           EXPIRACAO DA FITA E DECISAO DA OPERACAO             *
009180*---------------------------------------------------------------*
009190 5000-LISTAR-VENCIDAS  SECTION.
009200     MOVE  SPACES  TO  REG-RELCAT.
009210     WRITE  REG-RELCAT.
009220     MOVE  WRK-MESES-RETENCAO  TO  WL-VEN-MESES.
009230     MOVE  WRK-DATA-CORTE      TO  WL-VEN-CORTE.
009240     MOVE  WRK-LINHA-VENCIDAS  TO  REG-RELCAT.
009250     WRITE  REG-RELCAT.
009260     MOVE  SPACES  TO  REG-RELCAT.
009270     WRITE  REG-RELCAT.
009280
009290     PERFORM  2100-POSICIONAR-CATARQ
009300              THRU  2100-POSICIONAR-CATARQ-EXIT.
009310     PERFORM  5100-EXAMINAR-VENCIDA
009320              THRU  5100-EXAMINAR-VENCIDA-EXIT
009330              UNTIL  FIM-CATARQ.
009340
009350     IF  WRK-QTD-VENCIDAS  =  ZERO
009360         MOVE  '    NENHUMA'  TO  WL-TXT-TEXTO
009370         MOVE  WRK-LINHA-TEXTO  TO  REG-RELCAT
009380         WRITE  REG-RELCAT
009390         GO  TO  5000-LISTAR-VENCIDAS-EXIT
009400     END-IF.
009410     DISPLAY  'FERRCAT - '  WRK-QTD-VENCIDAS
009420              ' GERACAO(OES) ALEM DA RETENCAO - VER RELCAT'.
009430     IF  WRK-RC  =  '00'
009440         MOVE  '04'  TO  WRK-RC
009450     END-IF.
009460 5000-LISTAR-VENCIDAS-EXIT.
009470     EXIT.
009480
009490 5100-EXAMINAR-VENCIDA  SECTION.
009500     IF  CAT-DATA-MAXIMA  <  WRK-DATA-CORTE
009510         ADD  1  TO  WRK-QTD-VENCIDAS
009520         MOVE  'VENCIDA'  TO  WRK-SITUACAO
009530         PERFORM  6000-IMPRIMIR-GERACAO
009540                  THRU  6000-IMPRIMIR-GERACAO-EXIT
009550     END-IF.
009560     PERFORM  2110-LER-CATARQ  THRU  2110-LER-CATARQ-EXIT.
009570 5100-EXAMINAR-VENCIDA-EXIT.
009580     EXIT.
009590
009600 6000-IMPRIMIR-GERACAO  SECTION.
009610     MOVE  CAT-GERACAO       TO  WL-GER-GERACAO.
009620     MOVE  CAT-APLICACAO     TO  WL-GER-APLIC.
009630     MOVE  CAT-DATA-MINIMA   TO  WL-GER-DATA-MIN.
009640     MOVE  CAT-DATA-MAXIMA   TO  WL-GER-DATA-MAX.
009650     MOVE  CAT-SEQ-MINIMA    TO  WL-GER-SEQ-MIN.
009660     MOVE  CAT-SEQ-MAXIMA    TO  WL-GER-SEQ-MAX.
009670     MOVE  CAT-QTD           TO  WL-GER-QTD.
009680     MOVE  CAT-DT-GRAVACAO   TO  WL-GER-DT-GRAVACAO.
009690     MOVE  WRK-SITUACAO      TO  WL-GER-SITUACAO.
009700     MOVE  WRK-LINHA-GERACAO  TO  REG-RELCAT.
009710     WRITE  REG-RELCAT.
009720 6000-IMPRIMIR-GERACAO-EXIT.
009730     EXIT.
009740
009750 6100-IMPRIMIR-LINHA  SECTION.
009760     MOVE  HST-SEQ           TO  WL-DET-SEQ.
009770     MOVE  HST-DATADAT       TO  WL-DET-DATA.
009780     MOVE  HST-HORADAT       TO  WL-DET-HORA.
009790     MOVE  HST-TIPO-ORIGEM   TO  WL-DET-TIPO.
009800     MOVE  HST-ID-ORIGEM     TO  WL-DET-ID.
009810     MOVE  HST-HOLD-FLAG     TO  WL-DET-HOLD.
009820     IF  HST-EM-HOLD
009830         MOVE  HST-HOLD-REQTE  TO  WL-DET-REQTE
009840         MOVE  HST-HOLD-DATA   TO  WL-DET-HOLD-DATA
009850     ELSE
009860         MOVE  SPACES          TO  WL-DET-REQTE  WL-DET-HOLD-DATA
009870     END-IF.
009880     MOVE  WRK-LINHA-DET     TO  REG-RELCAT.
009890     WRITE  REG-RELCAT.
009900 6100-IMPRIMIR-LINHA-EXIT.
009910     EXIT.
009920
009930*---------------------------------------------------------------*
009940*    7500 - LE A RETENCAO DO ARQUIVO HISTORICO (ARCMESES) EM    *
009950*           PARMDAT; AUSENTE OU FORA DA FAIXA, FICA O PADRAO    *
009960*---------------------------------------------------------------*
009970 7500-LER-PARMDAT  SECTION.
009980     OPEN  INPUT  PARMDAT.
009990     IF  WRK-FS-PARMDAT  NOT  =  '00'
010000         DISPLAY  'FERRCAT - AVISO: PARMDAT INDISPONIVEL - '
010010                  'FS='  WRK-FS-PARMDAT  ' - USANDO PADRAO'
010020         GO  TO  7500-LER-PARMDAT-EXIT
010030     END-IF.
010040     MOVE  'ARCMESES'  TO  PRM-NOME.
010050     READ  PARMDAT
010060         INVALID  KEY
010070             DISPLAY  'FERRCAT - AVISO: ARCMESES AUSENTE DE '
010080                      'PARMDAT - USANDO PADRAO'
010090     END-READ.
010100     IF  WRK-FS-PARMDAT  =  '00'
010110         IF  PRM-VALOR  >  ZERO  AND  PRM-VALOR  <=  999
010120             MOVE  PRM-VALOR  TO  WRK-MESES-RETENCAO
010130         ELSE
010140             DISPLAY  'FERRCAT - AVISO: ARCMESES FORA DA '
010150                      'FAIXA (1-999) EM PARMDAT - '
010160                      'USANDO PADRAO'
010170         END-IF
010180     END-IF.
010190     CLOSE  PARMDAT.
010200 7500-LER-PARMDAT-EXIT.
010210     EXIT.
010220
010230 9999-FINALIZAR  SECTION.
010240     IF  RELCAT-ABERTO
010250         MOVE  SPACES            TO  REG-RELCAT
010260         WRITE  REG-RELCAT
010270         MOVE  WRK-RESULTADO     TO  WL-RES-TEXTO
010280         MOVE  WRK-RC            TO  WL-RES-RC
010290         MOVE  WRK-LINHA-RESULTADO  TO  REG-RELCAT
010300         WRITE  REG-RELCAT
010310         CLOSE  RELCAT
010320     END-IF.
010330     IF  CATARQ-ABERTO
010340         CLOSE  CATARQ
010350     END-IF.
010360     IF  EXTHST-ABERTO
010370         CLOSE  EXTHST
010380     END-IF.
010390     DISPLAY  'FERRCAT - '  WRK-RESULTADO.
010400     DISPLAY  'FERRCAT - FIM DE PROCESSAMENTO - RC='  WRK-RC.
010410     MOVE  WRK-RC  TO  RETURN-CODE.
010420     STOP  RUN.
010430 9999-FINALIZAR-EXIT.
010440     EXIT.
