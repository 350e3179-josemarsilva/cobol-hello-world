000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030*  PROGRAM-ID : FERRAPL                                        *
000040*  AUTHOR     : ANDRE                                          *
000050*  INSTALLATION : DATA CENTER - BATCH OPERATIONS                *
000060*  DATE-WRITTEN : 2026-10-15                                    *
000070*  PURPOSE                                                      *
000080*  MAINTENANCE UTILITY FOR THE APPLICATION REGISTRY (APLREG).   *
000090*  FERRCNTX REFUSES TO COUNT FOR AN APPLICATION THAT IS NOT     *
000100*  ACTIVE IN APLREG, BUT NOTHING WROTE THE REGISTRY: A NEW JOB  *
000110*  STREAM MEANT HAND-EDITING THE KSDS AND HAND-SEEDING ITS      *
000120*  COUNTDAT RECORD.  THREE ACTIONS:                             *
000130*    I - INCLUSAO: CRITICA E REGISTRA OS CAMPOS APL- E CRIA O   *
000140*        REGISTRO DE COUNTDAT (CONTADOR E CTD-SEQ-GERAL ZERO,   *
000150*        CTD-GERACAO 1).  UMA APLICACAO INATIVA E REATIVADA     *
000160*        COM OS NOVOS CAMPOS; UM COUNTDAT JA EXISTENTE E        *
000170*        MANTIDO COMO ESTA (A NUMERACAO NUNCA RECOMECA).        *
000180*    A - ALTERACAO DOS DIAIS: SO OS CAMPOS INFORMADOS MUDAM;    *
000190*        CADA DIAL ALTERADO GERA UM EVENTO 'A' EM EVTLOG COM O  *
000200*        VALOR ANTERIOR (QTD-1) E O NOVO (QTD-2).               *
000210*    D - DESATIVACAO: APL-ATIVO = 'N', RECUSADA SE A APLICACAO  *
000220*        TIVER EXPURGO DO FERRARQ EM CURSO (CHKPDAT) OU LINHAS  *
000230*        EM HOLD LEGAL EM LOGDAT OU HISTLOG.                    *
000240*  TODA MUDANCA DO REGISTRO (OU A RECUSA) SAI NO RELATORIO DE   *
000250*  CONFIRMACAO RELAPL.  RC 08 = ACAO RECUSADA, 12 = PARM OU     *
000260*  CAMPO INVALIDO / ERRO DE ARQUIVO, 14 = TRAVA OCUPADA.        *
000270*  PARM: ACAO(1) + APLICACAO(8) + LIM-ALERTA(9) + RET-MESES(3)  *
000280*  + INQ-LINHAS(2) + CALENDARIO(8) + DESCRICAO(30) + HORA-      *
000290*  LIMITE(6) + META-SLA(3).  NA                                 *
000300*  ALTERACAO, CAMPO EM BRANCO = MANTEM O VALOR ATUAL; NA        *
000310*  INCLUSAO, DIAL EM BRANCO = ZERO (VALE O PARMDAT GLOBAL).     *
000320*-----------------------------------------------------------------
000330*  MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  2026-10-15 AR    INITIAL VERSION.
000360*  2026-10-15 AR    NEW DIALS APL-HORA-LIMITE AND APL-META-SLA
000370*                   (FERRSLA SCORECARD) ACCEPTED AT THE END OF
000380*                   THE PARM, CHECKED (VALID TIME, PERCENT UP TO
000390*                   100) AND LOGGED LIKE THE OTHER DIALS.
000400*  2026-10-15 AR    THE COUNTDAT RECORD CREATED BY AN ADD IS ALSO
000410*                   WRITTEN TO THE UPDATE JOURNAL (JRNDAT) FOR
000420*                   FORWARD RECOVERY BY FERRFWD.  THE JOURNAL IS
000430*                   OPENED ON ADDS ONLY: UNAVAILABLE = RC 12,
000440*                   JOURNAL WRITE FAILURE = RC 16.
000450*****************************************************************
000460 PROGRAM-ID.    FERRAPL.
000470 AUTHOR.        ANDRE.
000480 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000490 DATE-WRITTEN.  2026-10-15.
000500 DATE-COMPILED.
000510 ENVIRONMENT  DIVISION.
000520 INPUT-OUTPUT  SECTION.
000530 FILE-CONTROL.
000540     SELECT  APLREG    ASSIGN  TO  DISK
000550         ORGANIZATION  IS  INDEXED
000560         ACCESS MODE   IS  DYNAMIC
000570         RECORD KEY    IS  APL-CHAVE
000580         FILE STATUS   IS  WRK-FS-APLREG.
000590     SELECT  COUNTDAT  ASSIGN  TO  DISK
000600         ORGANIZATION  IS  INDEXED
000610         ACCESS MODE   IS  DYNAMIC
000620         RECORD KEY    IS  CTD-CHAVE
000630         FILE STATUS   IS  WRK-FS-COUNTDAT.
000640     SELECT  CHKPDAT   ASSIGN  TO  DISK
000650         ORGANIZATION  IS  INDEXED
000660         ACCESS MODE   IS  DYNAMIC
000670         RECORD KEY    IS  CHK-CHAVE
000680         FILE STATUS   IS  WRK-FS-CHKPDAT.
000690     SELECT  LOGDAT    ASSIGN  TO  DISK
000700         ORGANIZATION  IS  INDEXED
000710         ACCESS MODE   IS  DYNAMIC
000720         RECORD KEY    IS  LOG-CHAVE
000730         FILE STATUS   IS  WRK-FS-LOGDAT.
000740     SELECT  HISTLOG   ASSIGN  TO  DISK
000750         ORGANIZATION  IS  INDEXED
000760         ACCESS MODE   IS  DYNAMIC
000770         RECORD KEY    IS  HST-CHAVE
000780         FILE STATUS   IS  WRK-FS-HISTLOG.
000790     SELECT  EVTLOG    ASSIGN  TO  DISK
000800         ORGANIZATION  IS  INDEXED
000810         ACCESS MODE   IS  DYNAMIC
000820         RECORD KEY    IS  EVT-CHAVE
000830         FILE STATUS   IS  WRK-FS-EVTLOG.
000840     SELECT  LOCKDAT   ASSIGN  TO  DISK
000850         ORGANIZATION  IS  INDEXED
000860         ACCESS MODE   IS  DYNAMIC
000870         RECORD KEY    IS  LCK-CHAVE
000880         FILE STATUS   IS  WRK-FS-LOCKDAT.
000890     SELECT  JRNDAT    ASSIGN  TO  DISK
000900         ORGANIZATION  IS  INDEXED
000910         ACCESS MODE   IS  DYNAMIC
000920         RECORD KEY    IS  JRN-CHAVE
000930         FILE STATUS   IS  WRK-FS-JRNDAT.
000940     SELECT  RELAPL    ASSIGN  TO  PRINTER
000950         FILE STATUS   IS  WRK-FS-RELAPL.
000960 DATA  DIVISION.
000970 FILE  SECTION.
000980 FD  APLREG
000990     LABEL RECORD STANDARD VALUE OF FILE-ID IS "aplreg.dat".
001000     COPY  CPAPLDAT.
001010 FD  COUNTDAT
001020     LABEL RECORD STANDARD VALUE OF FILE-ID IS "count.dat".
001030     COPY  CPCNTDAT.
001040 FD  CHKPDAT
001050     LABEL RECORD STANDARD VALUE OF FILE-ID IS "chkpdat.dat".
001060     COPY  CPCHKDAT.
001070 FD  LOGDAT
001080     LABEL RECORD STANDARD VALUE OF FILE-ID IS "log.dat".
001090     COPY  CPLOGDAT.
001100 FD  HISTLOG
001110     LABEL RECORD STANDARD VALUE OF FILE-ID IS "histlog.dat".
001120     COPY  CPLOGDAT
001130         REPLACING  REG-LOGDAT          BY  REG-HISTLOG
001140                    LOG-CHAVE           BY  HST-CHAVE
001150                    LOG-APLICACAO       BY  HST-APLICACAO
001160                    LOG-SEQ             BY  HST-SEQ
001170                    DATADAT             BY  HST-DATADAT
001180                    HORADAT             BY  HST-HORADAT
001190                    LOG-ORIGEM          BY  HST-LOG-ORIGEM
001200                    LOG-TIPO-ORIGEM     BY  HST-TIPO-ORIGEM
001210                    LOG-ORIGEM-JOB      BY  HST-ORIGEM-JOB
001220                    LOG-ORIGEM-USUARIO  BY  HST-ORIGEM-USUARIO
001230                    LOG-ORIGEM-SISTEMA  BY  HST-ORIGEM-SISTEMA
001240                    LOG-ORIGEM-DESCONH  BY  HST-ORIGEM-DESCONH
001250                    LOG-ID-ORIGEM       BY  HST-ID-ORIGEM
001260                    LOG-HOLD            BY  HST-HOLD
001270                    LOG-HOLD-FLAG       BY  HST-HOLD-FLAG
001280                    LOG-EM-HOLD         BY  HST-EM-HOLD
001290                    LOG-HOLD-REQTE      BY  HST-HOLD-REQTE
001300                    LOG-HOLD-DATA       BY  HST-HOLD-DATA.
001310 FD  EVTLOG
001320     LABEL RECORD STANDARD VALUE OF FILE-ID IS "evtlog.dat".
001330     COPY  CPEVTDAT.
001340 FD  LOCKDAT
001350     LABEL RECORD STANDARD VALUE OF FILE-ID IS "lockdat.dat".
001360     COPY  CPLCKDAT.
001370 FD  JRNDAT
001380     LABEL RECORD STANDARD VALUE OF FILE-ID IS "jrndat.dat".
001390     COPY  CPJRNDAT.
001400 FD  RELAPL
001410     LABEL RECORD STANDARD VALUE OF FILE-ID IS "relapl.lst".
001420 01  REG-RELAPL                PIC X(132).
001430 WORKING-STORAGE  SECTION.
001440 77  WRK-RC                    PIC X(02)  VALUE  '00'.
001450 77  WRK-FS-APLREG             PIC X(02)  VALUE  '00'.
001460 77  WRK-FS-COUNTDAT           PIC X(02)  VALUE  '00'.
001470 77  WRK-FS-CHKPDAT            PIC X(02)  VALUE  '00'.
001480 77  WRK-FS-LOGDAT             PIC X(02)  VALUE  '00'.
001490 77  WRK-FS-HISTLOG            PIC X(02)  VALUE  '00'.
001500 77  WRK-FS-EVTLOG             PIC X(02)  VALUE  '00'.
001510 77  WRK-FS-LOCKDAT            PIC X(02)  VALUE  '00'.
001520 77  WRK-FS-RELAPL             PIC X(02)  VALUE  '00'.
001530 77  WRK-FS-JRNDAT             PIC X(02)  VALUE  '00'.
001540 01  WRK-SW-EVTLOG.
001550     03  WRK-SW-EVTLOG-OK      PIC X(01)  VALUE  'N'.
001560         88  EVTLOG-DISPONIVEL            VALUE  'S'.
001570 01  WRK-SW-TRAVA.
001580     03  WRK-SW-TRAVA-OK       PIC X(01)  VALUE  'N'.
001590         88  TRAVA-OBTIDA                 VALUE  'S'.
001600 77  WRK-TENTATIVAS-TRAVA      PIC 9(02)  VALUE  ZEROS.
001610 77  WRK-MAX-TENTATIVAS        PIC 9(02)  VALUE  05.
001620 77  WRK-SW-RELAPL             PIC X(01)  VALUE  'N'.
001630     88  RELAPL-ABERTO                    VALUE  'S'.
001640 77  WRK-SW-APLREG             PIC X(01)  VALUE  'N'.
001650     88  APLREG-ABERTO                    VALUE  'S'.
001660 77  WRK-SW-JRNDAT             PIC X(01)  VALUE  'N'.
001670     88  JRNDAT-ABERTO                    VALUE  'S'.
001680 77  WRK-APL-EXISTE            PIC X(01)  VALUE  'N'.
001690     88  APL-REGISTRO-EXISTE              VALUE  'S'.
001700 77  WRK-FIM-LOGDAT            PIC X(01)  VALUE  'N'.
001710     88  FIM-LOGDAT                       VALUE  'S'.
001720 77  WRK-FIM-HISTLOG           PIC X(01)  VALUE  'N'.
001730     88  FIM-HISTLOG                      VALUE  'S'.
001740*---------------------------------------------------------------*
001750*    PARM RECEBIDO (CAMPOS ALEM DO TAMANHO INFORMADO EM BRANCO) *
001760*---------------------------------------------------------------*
001770 77  WRK-TAM-PARM              PIC S9(04)  COMP  VALUE  ZEROS.
001780 01  WRK-PARM.
001790     03  WRK-PRM-ACAO          PIC X(01).
001800         88  ACAO-INCLUIR                 VALUE  'I'.
001810         88  ACAO-ALTERAR                 VALUE  'A'.
001820         88  ACAO-DESATIVAR               VALUE  'D'.
001830     03  WRK-PRM-APLICACAO     PIC X(08).
001840     03  WRK-PRM-LIM-ALERTA    PIC X(09).
001850     03  WRK-PRM-LIM-ALERTA-9  REDEFINES  WRK-PRM-LIM-ALERTA
001860                               PIC 9(09).
001870     03  WRK-PRM-RET-MESES     PIC X(03).
001880     03  WRK-PRM-RET-MESES-9   REDEFINES  WRK-PRM-RET-MESES
001890                               PIC 9(03).
001900     03  WRK-PRM-INQ-LINHAS    PIC X(02).
001910     03  WRK-PRM-INQ-LINHAS-9  REDEFINES  WRK-PRM-INQ-LINHAS
001920                               PIC 9(02).
001930     03  WRK-PRM-CALENDARIO    PIC X(08).
001940     03  WRK-PRM-DESCRICAO     PIC X(30).
001950     03  WRK-PRM-HORA-LIMITE   PIC X(06).
001960     03  WRK-PRM-HORA-LIMITE-9 REDEFINES  WRK-PRM-HORA-LIMITE
001970                               PIC 9(06).
001980     03  WRK-PRM-META-SLA      PIC X(03).
001990     03  WRK-PRM-META-SLA-9    REDEFINES  WRK-PRM-META-SLA
002000                               PIC 9(03).
002010*---------------------------------------------------------------*
002020*    APLICACAO TRATADA, DATA/HORA DA EXECUCAO                   *
002030*---------------------------------------------------------------*
002040 77  WRK-APLICACAO             PIC X(08)  VALUE  SPACES.
002050 77  WRK-DATA-HOJE             PIC 9(08)  VALUE  ZEROS.
002060 77  WRK-TIME                  PIC X(08)  VALUE  SPACES.
002070 77  WRK-HORA                  PIC X(06)  VALUE  SPACES.
002080*---------------------------------------------------------------*
002090*    TOTAIS DA ACAO                                             *
002100*---------------------------------------------------------------*
002110 77  WRK-QTD-ALTERADOS         PIC 9(02)  VALUE  ZEROS.
002120 77  WRK-QTD-HOLD-LOGDAT       PIC 9(09)  VALUE  ZEROS.
002130 77  WRK-QTD-HOLD-HISTLOG      PIC 9(09)  VALUE  ZEROS.
002140 77  WRK-NUM-ANTES             PIC 9(09)  VALUE  ZEROS.
002150 77  WRK-NUM-DEPOIS            PIC 9(09)  VALUE  ZEROS.
002160 77  WRK-NUM-EDITADO           PIC ZZZZZZZZ9.
002170 77  WRK-RESULTADO             PIC X(60)  VALUE  SPACES.
002180*---------------------------------------------------------------*
002190*    CAMPOS DE MONTAGEM DO EVENTO OPERACIONAL (EVTLOG)          *
002200*---------------------------------------------------------------*
002210 77  WRK-EVT-SEQ               PIC 9(03)  VALUE  ZEROS.
002220 77  WRK-EVT-TIPO              PIC X(01)  VALUE  SPACES.
002230 77  WRK-EVT-QTD-1             PIC 9(09)  VALUE  ZEROS.
002240 77  WRK-EVT-QTD-2             PIC 9(09)  VALUE  ZEROS.
002250 77  WRK-EVT-TEXTO             PIC X(26)  VALUE  SPACES.
002260*---------------------------------------------------------------*
002270*    LINHAS DE IMPRESSAO                                        *
002280*---------------------------------------------------------------*
002290 01  WRK-LINHA-TITULO.
002300     03  FILLER                PIC X(46)   VALUE
002310         'FERRAPL - MANUTENCAO DO REGISTRO DE APLICACOES'.
002320     03  FILLER                PIC X(08)   VALUE  '  DATA: '.
002330     03  WL-TIT-DATA           PIC 9(08).
002340     03  FILLER                PIC X(08)   VALUE  '  HORA: '.
002350     03  WL-TIT-HORA           PIC X(06).
002360     03  FILLER                PIC X(56)   VALUE  SPACES.
002370 01  WRK-LINHA-ACAO.
002380     03  FILLER                PIC X(11)   VALUE
002390         'APLICACAO: '.
002400     03  WL-ACAO-APLIC         PIC X(08).
002410     03  FILLER                PIC X(09)   VALUE  '  ACAO: '.
002420     03  WL-ACAO-COD           PIC X(01).
002430     03  FILLER                PIC X(03)   VALUE  ' - '.
002440     03  WL-ACAO-DESC          PIC X(12).
002450     03  FILLER                PIC X(88)   VALUE  SPACES.
002460 01  WRK-LINHA-CABEC.
002470     03  FILLER                PIC X(50)   VALUE
002480         'CAMPO             VALOR ANTERIOR'.
002490     03  FILLER                PIC X(82)   VALUE
002500         'VALOR NOVO'.
002510 01  WRK-LINHA-DET.
002520     03  WL-DET-CAMPO          PIC X(16).
002530     03  FILLER                PIC X(02)   VALUE  SPACES.
002540     03  WL-DET-ANTES          PIC X(30).
002550     03  FILLER                PIC X(02)   VALUE  SPACES.
002560     03  WL-DET-DEPOIS         PIC X(30).
002570     03  FILLER                PIC X(52)   VALUE  SPACES.
002580 01  WRK-LINHA-RESULTADO.
002590     03  FILLER                PIC X(11)   VALUE
002600         'RESULTADO: '.
002610     03  WL-RES-TEXTO          PIC X(60).
002620     03  FILLER                PIC X(05)   VALUE  '  RC='.
002630     03  WL-RES-RC             PIC X(02).
002640     03  FILLER                PIC X(54)   VALUE  SPACES.
002650*---------------------------------------------------------------*
002660*    CAMPOS DE MONTAGEM DA ENTRADA DO JORNAL (JRNDAT)           *
002670*---------------------------------------------------------------*
002680 77  WRK-JRN-SEQ               PIC 9(09)  VALUE  ZEROS.
002690 77  WRK-JRN-ARQUIVO           PIC X(01)  VALUE  SPACES.
002700 77  WRK-JRN-OPERACAO          PIC X(01)  VALUE  SPACES.
002710 77  WRK-JRN-ANTES             PIC X(80)  VALUE  SPACES.
002720 77  WRK-JRN-DEPOIS            PIC X(80)  VALUE  SPACES.
002730 LINKAGE  SECTION.
002740 01  LS-PARM-AREA.
002750     03  LS-PARM-LEN           PIC S9(04)  COMP.
002760     03  LS-PARM-DADOS         PIC X(70).
002770 PROCEDURE  DIVISION  USING  LS-PARM-AREA.
002780
002790 0000-MAINLINE  SECTION.
002800     DISPLAY  'FERRAPL - INICIO DA MANUTENCAO DO APLREG'.
002810     PERFORM  1000-INICIALIZAR
002820              THRU  1000-INICIALIZAR-EXIT.
002830     EVALUATE  TRUE
002840         WHEN  ACAO-INCLUIR
002850             PERFORM  2000-INCLUIR
002860                      THRU  2000-INCLUIR-EXIT
002870         WHEN  ACAO-ALTERAR
002880             PERFORM  3000-ALTERAR
002890                      THRU  3000-ALTERAR-EXIT
002900         WHEN  ACAO-DESATIVAR
002910             PERFORM  4000-DESATIVAR
002920                      THRU  4000-DESATIVAR-EXIT
002930     END-EVALUATE.
002940     PERFORM  9999-FINALIZAR
002950              THRU  9999-FINALIZAR-EXIT.
002960 0000-MAINLINE-EXIT.
002970     EXIT.
002980
002990*---------------------------------------------------------------*
003000*    1000 - CRITICA O PARM, ABRE O RELATORIO, OBTEM A TRAVA E   *
003010*           LE O REGISTRO ATUAL DA APLICACAO                    *
003020*---------------------------------------------------------------*
003030 1000-INICIALIZAR  SECTION.
003040     ACCEPT  WRK-DATA-HOJE  FROM  DATE  YYYYMMDD.
003050     ACCEPT  WRK-TIME       FROM  TIME.
003060     MOVE  WRK-TIME(1:6)  TO  WRK-HORA.
003070
003080     MOVE  SPACES  TO  WRK-PARM.
003090     MOVE  LS-PARM-LEN  TO  WRK-TAM-PARM.
003100     IF  WRK-TAM-PARM  >  70
003110         MOVE  70  TO  WRK-TAM-PARM
003120     END-IF.
003130     IF  WRK-TAM-PARM  >  ZERO
003140         MOVE  LS-PARM-DADOS(1:WRK-TAM-PARM)  TO  WRK-PARM
003150     END-IF.
003160
003170     OPEN  OUTPUT  RELAPL.
003180     IF  WRK-FS-RELAPL  NOT  =  '00'
003190         DISPLAY  'FERRAPL - ERRO ABERTURA RELAPL - FS='
003200                  WRK-FS-RELAPL
003210         MOVE  '12'  TO  WRK-RC
003220         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003230     END-IF.
003240     MOVE  'S'  TO  WRK-SW-RELAPL.
003250     MOVE  WRK-DATA-HOJE       TO  WL-TIT-DATA.
003260     MOVE  WRK-HORA            TO  WL-TIT-HORA.
003270     MOVE  WRK-LINHA-TITULO    TO  REG-RELAPL.
003280     WRITE  REG-RELAPL.
003290     MOVE  SPACES              TO  REG-RELAPL.
003300     WRITE  REG-RELAPL.
003310     MOVE  WRK-PRM-APLICACAO   TO  WL-ACAO-APLIC.
003320     MOVE  WRK-PRM-ACAO        TO  WL-ACAO-COD.
003330     EVALUATE  TRUE
003340         WHEN  ACAO-INCLUIR
003350             MOVE  'INCLUSAO'     TO  WL-ACAO-DESC
003360         WHEN  ACAO-ALTERAR
003370             MOVE  'ALTERACAO'    TO  WL-ACAO-DESC
003380         WHEN  ACAO-DESATIVAR
003390             MOVE  'DESATIVACAO'  TO  WL-ACAO-DESC
003400         WHEN  OTHER
003410             MOVE  'INVALIDA'     TO  WL-ACAO-DESC
003420     END-EVALUATE.
003430     MOVE  WRK-LINHA-ACAO      TO  REG-RELAPL.
003440     WRITE  REG-RELAPL.
003450     MOVE  SPACES              TO  REG-RELAPL.
003460     WRITE  REG-RELAPL.
003470
003480     IF  NOT  ACAO-INCLUIR  AND
003490         NOT  ACAO-ALTERAR  AND
003500         NOT  ACAO-DESATIVAR
003510         MOVE  'ACAO INVALIDA - USE I (INCLUI), A (ALTERA) OU D'
003520               TO  WRK-RESULTADO
003530         MOVE  '12'  TO  WRK-RC
003540         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003550     END-IF.
003560     IF  WRK-PRM-APLICACAO  =  SPACES
003570         MOVE  'APLICACAO NAO INFORMADA NO PARM'
003580               TO  WRK-RESULTADO
003590         MOVE  '12'  TO  WRK-RC
003600         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003610     END-IF.
003620     MOVE  WRK-PRM-APLICACAO  TO  WRK-APLICACAO.
003630     IF  NOT  ACAO-DESATIVAR
003640         PERFORM  1100-CRITICAR-CAMPOS
003650                  THRU  1100-CRITICAR-CAMPOS-EXIT
003660     END-IF.
003670
003680     DISPLAY  'FERRAPL - ACAO '  WRK-PRM-ACAO
003690              ' APLICACAO '  WRK-APLICACAO.
003700
003710     PERFORM  7800-OBTER-TRAVA  THRU  7800-OBTER-TRAVA-EXIT.
003720     PERFORM  7000-ABRIR-EVTLOG  THRU  7000-ABRIR-EVTLOG-EXIT.
003730     PERFORM  1200-ABRIR-APLREG  THRU  1200-ABRIR-APLREG-EXIT.
003740*    SO A INCLUSAO TOCA COUNTDAT (2100) - SO ELA PRECISA DO
003750*    JORNAL, ABERTO ANTES DE QUALQUER GRAVACAO.
003760     IF  ACAO-INCLUIR
003770         PERFORM  7900-ABRIR-JORNAL  THRU  7900-ABRIR-JORNAL-EXIT
003780     END-IF.
003790
003800     MOVE  WRK-APLICACAO  TO  APL-APLICACAO.
003810     READ  APLREG
003820         INVALID  KEY
003830             MOVE  'N'  TO  WRK-APL-EXISTE
003840         NOT  INVALID  KEY
003850             MOVE  'S'  TO  WRK-APL-EXISTE
003860     END-READ.
003870     IF  WRK-FS-APLREG  NOT  =  '00'  AND
003880         WRK-FS-APLREG  NOT  =  '23'
003890         DISPLAY  'FERRAPL - ERRO LEITURA APLREG - FS='
003900                  WRK-FS-APLREG
003910         MOVE  'ERRO DE LEITURA NO APLREG'  TO  WRK-RESULTADO
003920         MOVE  '16'  TO  WRK-RC
003930         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003940     END-IF.
003950
003960     MOVE  WRK-LINHA-CABEC     TO  REG-RELAPL.
003970     WRITE  REG-RELAPL.
003980 1000-INICIALIZAR-EXIT.
003990     EXIT.
004000
004010*---------------------------------------------------------------*
004020*    1100 - CRITICA OS CAMPOS DA INCLUSAO/ALTERACAO: DIAIS      *
004030*           NUMERICOS (OU EM BRANCO) E, NA INCLUSAO, DESCRICAO  *
004040*           OBRIGATORIA                                         *
004050*---------------------------------------------------------------*
004060 1100-CRITICAR-CAMPOS  SECTION.
004070     IF  WRK-PRM-LIM-ALERTA  NOT  =  SPACES  AND
004080         WRK-PRM-LIM-ALERTA  IS  NOT  NUMERIC
004090         MOVE  'LIMITE DE ALERTA NAO NUMERICO (9 DIGITOS)'
004100               TO  WRK-RESULTADO
004110         MOVE  '12'  TO  WRK-RC
004120         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004130     END-IF.
004140     IF  WRK-PRM-RET-MESES  NOT  =  SPACES  AND
004150         WRK-PRM-RET-MESES  IS  NOT  NUMERIC
004160         MOVE  'RETENCAO EM MESES NAO NUMERICA (3 DIGITOS)'
004170               TO  WRK-RESULTADO
004180         MOVE  '12'  TO  WRK-RC
004190         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004200     END-IF.
004210     IF  WRK-PRM-INQ-LINHAS  NOT  =  SPACES  AND
004220         WRK-PRM-INQ-LINHAS  IS  NOT  NUMERIC
004230         MOVE  'LINHAS DE CONSULTA NAO NUMERICAS (2 DIGITOS)'
004240               TO  WRK-RESULTADO
004250         MOVE  '12'  TO  WRK-RC
004260         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004270     END-IF.
004280     IF  WRK-PRM-HORA-LIMITE  NOT  =  SPACES  AND
004290        (WRK-PRM-HORA-LIMITE  IS  NOT  NUMERIC  OR
004300         WRK-PRM-HORA-LIMITE-9  >  235959     OR
004310         WRK-PRM-HORA-LIMITE(3:2)  >  '59'    OR
004320         WRK-PRM-HORA-LIMITE(5:2)  >  '59')
004330         MOVE  'HORA LIMITE INVALIDA (HHMMSS)'
004340               TO  WRK-RESULTADO
004350         MOVE  '12'  TO  WRK-RC
004360         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004370     END-IF.
004380     IF  WRK-PRM-META-SLA  NOT  =  SPACES  AND
004390        (WRK-PRM-META-SLA  IS  NOT  NUMERIC  OR
004400         WRK-PRM-META-SLA-9  >  100)
004410         MOVE  'META DE SLA INVALIDA (PERCENTUAL ATE 100)'
004420               TO  WRK-RESULTADO
004430         MOVE  '12'  TO  WRK-RC
004440         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004450     END-IF.
004460     IF  ACAO-INCLUIR  AND
004470         WRK-PRM-DESCRICAO  =  SPACES
004480         MOVE  'DESCRICAO OBRIGATORIA NA INCLUSAO'
004490               TO  WRK-RESULTADO
004500         MOVE  '12'  TO  WRK-RC
004510         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004520     END-IF.
004530 1100-CRITICAR-CAMPOS-EXIT.
004540     EXIT.
004550
004560*---------------------------------------------------------------*
004570*    1200 - ABRE O REGISTRO DE APLICACOES; INEXISTENTE (FS 35)  *
004580*           SO E CRIADO NUMA INCLUSAO                           *
004590*---------------------------------------------------------------*
004600 1200-ABRIR-APLREG  SECTION.
004610     OPEN  I-O  APLREG.
004620     IF  WRK-FS-APLREG  =  '35'  AND  ACAO-INCLUIR
004630         OPEN  OUTPUT  APLREG
004640         IF  WRK-FS-APLREG  =  '00'
004650             CLOSE  APLREG
004660             OPEN  I-O  APLREG
004670         END-IF
004680     END-IF.
004690     IF  WRK-FS-APLREG  NOT  =  '00'
004700         DISPLAY  'FERRAPL - ERRO ABERTURA APLREG - FS='
004710                  WRK-FS-APLREG
004720         MOVE  'APLREG INDISPONIVEL'  TO  WRK-RESULTADO
004730         MOVE  '12'  TO  WRK-RC
004740         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004750     END-IF.
004760     MOVE  'S'  TO  WRK-SW-APLREG.
004770 1200-ABRIR-APLREG-EXIT.
004780     EXIT.
004790
004800*---------------------------------------------------------------*
004810*    2000 - INCLUSAO (OU REATIVACAO) NO REGISTRO E CRIACAO DO   *
004820*           CONTADOR DA APLICACAO EM COUNTDAT                   *
004830*---------------------------------------------------------------*
004840 2000-INCLUIR  SECTION.
004850     IF  APL-REGISTRO-EXISTE  AND  APL-APLIC-ATIVA
004860         MOVE  'APLICACAO JA REGISTRADA E ATIVA - USE A ACAO A'
004870               TO  WRK-RESULTADO
004880         MOVE  '08'  TO  WRK-RC
004890         GO  TO  2000-INCLUIR-EXIT
004900     END-IF.
004910     IF  NOT  APL-REGISTRO-EXISTE
004920         MOVE  SPACES             TO  REG-APLREG
004930         MOVE  WRK-APLICACAO      TO  APL-APLICACAO
004940     END-IF.
004950     MOVE  'S'                    TO  APL-ATIVO.
004960     MOVE  WRK-PRM-DESCRICAO      TO  APL-DESCRICAO.
004970     MOVE  ZEROS                  TO  APL-LIM-ALERTA
004980                                      APL-RET-MESES
004990                                      APL-INQ-LINHAS
005000                                      APL-HORA-LIMITE
005010                                      APL-META-SLA.
005020     IF  WRK-PRM-LIM-ALERTA  NOT  =  SPACES
005030         MOVE  WRK-PRM-LIM-ALERTA-9  TO  APL-LIM-ALERTA
005040     END-IF.
005050     IF  WRK-PRM-RET-MESES  NOT  =  SPACES
005060         MOVE  WRK-PRM-RET-MESES-9   TO  APL-RET-MESES
005070     END-IF.
005080     IF  WRK-PRM-INQ-LINHAS  NOT  =  SPACES
005090         MOVE  WRK-PRM-INQ-LINHAS-9  TO  APL-INQ-LINHAS
005100     END-IF.
005110     MOVE  WRK-PRM-CALENDARIO     TO  APL-CALENDARIO.
005120     IF  WRK-PRM-HORA-LIMITE  NOT  =  SPACES
005130         MOVE  WRK-PRM-HORA-LIMITE-9  TO  APL-HORA-LIMITE
005140     END-IF.
005150     IF  WRK-PRM-META-SLA  NOT  =  SPACES
005160         MOVE  WRK-PRM-META-SLA-9     TO  APL-META-SLA
005170     END-IF.
005180
005190     IF  APL-REGISTRO-EXISTE
005200         REWRITE  REG-APLREG
005210         MOVE  'REATIVACAO NO APLREG'  TO  WRK-EVT-TEXTO
005220     ELSE
005230         WRITE  REG-APLREG
005240         MOVE  'INCLUSAO NO APLREG'    TO  WRK-EVT-TEXTO
005250     END-IF.
005260     IF  WRK-FS-APLREG  NOT  =  '00'
005270         DISPLAY  'FERRAPL - ERRO GRAVACAO APLREG - FS='
005280                  WRK-FS-APLREG
005290         MOVE  'ERRO DE GRAVACAO NO APLREG'  TO  WRK-RESULTADO
005300         MOVE  '16'  TO  WRK-RC
005310         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005320     END-IF.
005330     MOVE  'A'     TO  WRK-EVT-TIPO.
005340     MOVE  ZEROS   TO  WRK-EVT-QTD-1  WRK-EVT-QTD-2.
005350     PERFORM  8000-GRAVAR-EVENTO
005360              THRU  8000-GRAVAR-EVENTO-EXIT.
005370
005380     MOVE  SPACES             TO  WRK-LINHA-DET.
005390     MOVE  'APL-ATIVO'        TO  WL-DET-CAMPO.
005400     MOVE  'S'                TO  WL-DET-DEPOIS.
005410     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
005420     MOVE  'APL-DESCRICAO'    TO  WL-DET-CAMPO.
005430     MOVE  APL-DESCRICAO      TO  WL-DET-DEPOIS.
005440     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
005450     MOVE  'APL-LIM-ALERTA'   TO  WL-DET-CAMPO.
005460     MOVE  APL-LIM-ALERTA     TO  WRK-NUM-EDITADO.
005470     MOVE  WRK-NUM-EDITADO    TO  WL-DET-DEPOIS.
005480     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
005490     MOVE  'APL-RET-MESES'    TO  WL-DET-CAMPO.
005500     MOVE  APL-RET-MESES      TO  WRK-NUM-EDITADO.
005510     MOVE  WRK-NUM-EDITADO    TO  WL-DET-DEPOIS.
005520     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
005530     MOVE  'APL-INQ-LINHAS'   TO  WL-DET-CAMPO.
005540     MOVE  APL-INQ-LINHAS     TO  WRK-NUM-EDITADO.
005550     MOVE  WRK-NUM-EDITADO    TO  WL-DET-DEPOIS.
005560     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
005570     MOVE  'APL-CALENDARIO'   TO  WL-DET-CAMPO.
005580     MOVE  APL-CALENDARIO     TO  WL-DET-DEPOIS.
005590     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
005600     MOVE  'APL-HORA-LIMITE'  TO  WL-DET-CAMPO.
005610     MOVE  APL-HORA-LIMITE    TO  WRK-NUM-EDITADO.
005620     MOVE  WRK-NUM-EDITADO    TO  WL-DET-DEPOIS.
005630     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
005640     MOVE  'APL-META-SLA'     TO  WL-DET-CAMPO.
005650     MOVE  APL-META-SLA       TO  WRK-NUM-EDITADO.
005660     MOVE  WRK-NUM-EDITADO    TO  WL-DET-DEPOIS.
005670     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
005680
005690     PERFORM  2100-CRIAR-COUNTDAT
005700              THRU  2100-CRIAR-COUNTDAT-EXIT.
005710
005720     IF  APL-REGISTRO-EXISTE
005730         MOVE  'APLICACAO REATIVADA'  TO  WRK-RESULTADO
005740     ELSE
005750         MOVE  'APLICACAO REGISTRADA'  TO  WRK-RESULTADO
005760     END-IF.
005770 2000-INCLUIR-EXIT.
005780     EXIT.
005790
005800*---------------------------------------------------------------*
005810*    2100 - CRIA O REGISTRO DO CONTADOR.  UM REGISTRO JA        *
005820*           EXISTENTE (APLICACAO REATIVADA OU CONTADA ANTES DO  *
005830*           REGISTRO) E MANTIDO: A NUMERACAO NUNCA RECOMECA     *
005840*---------------------------------------------------------------*
005850 2100-CRIAR-COUNTDAT  SECTION.
005860     OPEN  I-O  COUNTDAT.
005870     IF  WRK-FS-COUNTDAT  =  '35'
005880         OPEN  OUTPUT  COUNTDAT
005890         IF  WRK-FS-COUNTDAT  =  '00'
005900             CLOSE  COUNTDAT
005910             OPEN  I-O  COUNTDAT
005920         END-IF
005930     END-IF.
005940     IF  WRK-FS-COUNTDAT  NOT  =  '00'
005950         DISPLAY  'FERRAPL - ERRO ABERTURA COUNTDAT - FS='
005960                  WRK-FS-COUNTDAT
005970         MOVE  'APLREG GRAVADO MAS COUNTDAT INDISPONIVEL'
005980               TO  WRK-RESULTADO
005990         MOVE  '12'  TO  WRK-RC
006000         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
006010     END-IF.
006020     MOVE  WRK-APLICACAO  TO  CTD-APLICACAO.
006030     READ  COUNTDAT
006040         INVALID  KEY
006050             CONTINUE
006060     END-READ.
006070     MOVE  SPACES             TO  WRK-LINHA-DET.
006080     MOVE  'COUNTDAT'         TO  WL-DET-CAMPO.
006090     IF  WRK-FS-COUNTDAT  =  '00'
006100         MOVE  CTD-SEQ-GERAL     TO  WRK-NUM-EDITADO
006110         MOVE  'EXISTENTE, MANTIDO - SEQ-GERAL'  TO  WL-DET-ANTES
006120         MOVE  WRK-NUM-EDITADO   TO  WL-DET-DEPOIS
006130         PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT
006140         CLOSE  COUNTDAT
006150         GO  TO  2100-CRIAR-COUNTDAT-EXIT
006160     END-IF.
006170     MOVE  ZEROS              TO  REG-COUNTDAT.
006180     MOVE  WRK-APLICACAO      TO  CTD-APLICACAO.
006190     MOVE  ZEROS              TO  CONTADOR
006200                                  CTD-SEQ-GERAL
006210                                  CTD-QTD-EXPURGADA.
006220     MOVE  1                  TO  CTD-GERACAO.
006230     MOVE  WRK-DATA-HOJE      TO  CTD-DT-GERACAO.
006240     WRITE  REG-COUNTDAT.
006250     IF  WRK-FS-COUNTDAT  NOT  =  '00'
006260         DISPLAY  'FERRAPL - ERRO GRAVACAO COUNTDAT - FS='
006270                  WRK-FS-COUNTDAT
006280         MOVE  'APLREG GRAVADO MAS COUNTDAT NAO CRIADO'
006290               TO  WRK-RESULTADO
006300         MOVE  '16'  TO  WRK-RC
006310         CLOSE  COUNTDAT
006320         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
006330     END-IF.
006340     MOVE  'C'              TO  WRK-JRN-ARQUIVO.
006350     MOVE  'I'              TO  WRK-JRN-OPERACAO.
006360     MOVE  SPACES           TO  WRK-JRN-ANTES.
006370     MOVE  REG-COUNTDAT     TO  WRK-JRN-DEPOIS.
006380     PERFORM  7950-GRAVAR-JORNAL  THRU  7950-GRAVAR-JORNAL-EXIT.
006390     MOVE  'CRIADO - CONTADOR/SEQ/GERACAO'  TO  WL-DET-ANTES.
006400     MOVE  '0 / 0 / 1'        TO  WL-DET-DEPOIS.
006410     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
006420     CLOSE  COUNTDAT.
006430 2100-CRIAR-COUNTDAT-EXIT.
006440     EXIT.
006450
006460*---------------------------------------------------------------*
006470*    3000 - ALTERACAO DOS DIAIS INFORMADOS; CADA CAMPO ALTERADO *
006480*           VAI AO RELATORIO E A EVTLOG COM ANTES/DEPOIS        *
006490*---------------------------------------------------------------*
006500 3000-ALTERAR  SECTION.
006510     IF  NOT  APL-REGISTRO-EXISTE
006520         MOVE  'APLICACAO NAO REGISTRADA - USE A ACAO I'
006530               TO  WRK-RESULTADO
006540         MOVE  '08'  TO  WRK-RC
006550         GO  TO  3000-ALTERAR-EXIT
006560     END-IF.
006570     MOVE  'A'  TO  WRK-EVT-TIPO.
006580*    REGISTROS GRAVADOS ANTES DOS DIAIS DE SLA TRAZEM ESPACOS
006590*    NESSES CAMPOS - VALEM ZERO (PADRAO GLOBAL).
006600     IF  APL-HORA-LIMITE  IS  NOT  NUMERIC
006610         MOVE  ZEROS  TO  APL-HORA-LIMITE
006620     END-IF.
006630     IF  APL-META-SLA  IS  NOT  NUMERIC
006640         MOVE  ZEROS  TO  APL-META-SLA
006650     END-IF.
006660
006670     IF  WRK-PRM-LIM-ALERTA  NOT  =  SPACES  AND
006680         WRK-PRM-LIM-ALERTA-9  NOT  =  APL-LIM-ALERTA
006690         MOVE  APL-LIM-ALERTA        TO  WRK-NUM-ANTES
006700         MOVE  WRK-PRM-LIM-ALERTA-9  TO  WRK-NUM-DEPOIS
006710                                         APL-LIM-ALERTA
006720         MOVE  'APL-LIM-ALERTA'      TO  WRK-EVT-TEXTO
006730         PERFORM  3100-REGISTRAR-NUMERICO
006740                  THRU  3100-REGISTRAR-NUMERICO-EXIT
006750     END-IF.
006760     IF  WRK-PRM-RET-MESES  NOT  =  SPACES  AND
006770         WRK-PRM-RET-MESES-9  NOT  =  APL-RET-MESES
006780         MOVE  APL-RET-MESES         TO  WRK-NUM-ANTES
006790         MOVE  WRK-PRM-RET-MESES-9   TO  WRK-NUM-DEPOIS
006800                                         APL-RET-MESES
006810         MOVE  'APL-RET-MESES'       TO  WRK-EVT-TEXTO
006820         PERFORM  3100-REGISTRAR-NUMERICO
006830                  THRU  3100-REGISTRAR-NUMERICO-EXIT
006840     END-IF.
006850     IF  WRK-PRM-INQ-LINHAS  NOT  =  SPACES  AND
006860         WRK-PRM-INQ-LINHAS-9  NOT  =  APL-INQ-LINHAS
006870         MOVE  APL-INQ-LINHAS        TO  WRK-NUM-ANTES
006880         MOVE  WRK-PRM-INQ-LINHAS-9  TO  WRK-NUM-DEPOIS
006890                                         APL-INQ-LINHAS
006900         MOVE  'APL-INQ-LINHAS'      TO  WRK-EVT-TEXTO
006910         PERFORM  3100-REGISTRAR-NUMERICO
006920                  THRU  3100-REGISTRAR-NUMERICO-EXIT
006930     END-IF.
006940     IF  WRK-PRM-HORA-LIMITE  NOT  =  SPACES  AND
006950         WRK-PRM-HORA-LIMITE-9  NOT  =  APL-HORA-LIMITE
006960         MOVE  APL-HORA-LIMITE        TO  WRK-NUM-ANTES
006970         MOVE  WRK-PRM-HORA-LIMITE-9  TO  WRK-NUM-DEPOIS
006980                                          APL-HORA-LIMITE
006990         MOVE  'APL-HORA-LIMITE'      TO  WRK-EVT-TEXTO
007000         PERFORM  3100-REGISTRAR-NUMERICO
007010                  THRU  3100-REGISTRAR-NUMERICO-EXIT
007020     END-IF.
007030     IF  WRK-PRM-META-SLA  NOT  =  SPACES  AND
007040         WRK-PRM-META-SLA-9  NOT  =  APL-META-SLA
007050         MOVE  APL-META-SLA           TO  WRK-NUM-ANTES
007060         MOVE  WRK-PRM-META-SLA-9     TO  WRK-NUM-DEPOIS
007070                                          APL-META-SLA
007080         MOVE  'APL-META-SLA'         TO  WRK-EVT-TEXTO
007090         PERFORM  3100-REGISTRAR-NUMERICO
007100                  THRU  3100-REGISTRAR-NUMERICO-EXIT
007110     END-IF.
007120*    CAMPOS ALFANUMERICOS: O VALOR ANTERIOR E O NOVO VAO NO TEXTO
007130*    DO EVENTO (QTD-1/QTD-2 FICAM ZERADOS).
007140     IF  WRK-PRM-CALENDARIO  NOT  =  SPACES  AND
007150         WRK-PRM-CALENDARIO  NOT  =  APL-CALENDARIO
007160         MOVE  SPACES                TO  WRK-LINHA-DET
007170         MOVE  'APL-CALENDARIO'      TO  WL-DET-CAMPO
007180         MOVE  APL-CALENDARIO        TO  WL-DET-ANTES
007190         MOVE  WRK-PRM-CALENDARIO    TO  WL-DET-DEPOIS
007200         MOVE  SPACES                TO  WRK-EVT-TEXTO
007210         STRING  'CAL '              DELIMITED  BY  SIZE
007220                 APL-CALENDARIO      DELIMITED  BY  SIZE
007230                 '>'                 DELIMITED  BY  SIZE
007240                 WRK-PRM-CALENDARIO  DELIMITED  BY  SIZE
007250                 INTO  WRK-EVT-TEXTO
007260         END-STRING
007270         MOVE  WRK-PRM-CALENDARIO    TO  APL-CALENDARIO
007280         MOVE  ZEROS                 TO  WRK-EVT-QTD-1
007290                                         WRK-EVT-QTD-2
007300         PERFORM  3200-REGISTRAR-CAMPO
007310                  THRU  3200-REGISTRAR-CAMPO-EXIT
007320     END-IF.
007330     IF  WRK-PRM-DESCRICAO  NOT  =  SPACES  AND
007340         WRK-PRM-DESCRICAO  NOT  =  APL-DESCRICAO
007350         MOVE  SPACES                TO  WRK-LINHA-DET
007360         MOVE  'APL-DESCRICAO'       TO  WL-DET-CAMPO
007370         MOVE  APL-DESCRICAO         TO  WL-DET-ANTES
007380         MOVE  WRK-PRM-DESCRICAO     TO  WL-DET-DEPOIS
007390         MOVE  'APL-DESCRICAO ALTERADA'  TO  WRK-EVT-TEXTO
007400         MOVE  WRK-PRM-DESCRICAO     TO  APL-DESCRICAO
007410         MOVE  ZEROS                 TO  WRK-EVT-QTD-1
007420                                         WRK-EVT-QTD-2
007430         PERFORM  3200-REGISTRAR-CAMPO
007440                  THRU  3200-REGISTRAR-CAMPO-EXIT
007450     END-IF.
007460
007470     IF  WRK-QTD-ALTERADOS  =  ZERO
007480         MOVE  'NENHUM CAMPO DIFERENTE DO ATUAL - NADA ALTERADO'
007490               TO  WRK-RESULTADO
007500         MOVE  '04'  TO  WRK-RC
007510         GO  TO  3000-ALTERAR-EXIT
007520     END-IF.
007530     REWRITE  REG-APLREG.
007540     IF  WRK-FS-APLREG  NOT  =  '00'
007550         DISPLAY  'FERRAPL - ERRO REGRAVACAO APLREG - FS='
007560                  WRK-FS-APLREG
007570         MOVE  'ERRO DE REGRAVACAO NO APLREG'  TO  WRK-RESULTADO
007580         MOVE  '16'  TO  WRK-RC
007590         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
007600     END-IF.
007610     IF  APL-APLIC-INATIVA
007620         MOVE  'DIAIS ALTERADOS (APLICACAO CONTINUA INATIVA)'
007630               TO  WRK-RESULTADO
007640     ELSE
007650         MOVE  'DIAIS ALTERADOS'  TO  WRK-RESULTADO
007660     END-IF.
007670 3000-ALTERAR-EXIT.
007680     EXIT.
007690
007700 3100-REGISTRAR-NUMERICO  SECTION.
007710     MOVE  SPACES             TO  WRK-LINHA-DET.
007720     MOVE  WRK-EVT-TEXTO      TO  WL-DET-CAMPO.
007730     MOVE  WRK-NUM-ANTES      TO  WRK-NUM-EDITADO.
007740     MOVE  WRK-NUM-EDITADO    TO  WL-DET-ANTES.
007750     MOVE  WRK-NUM-DEPOIS     TO  WRK-NUM-EDITADO.
007760     MOVE  WRK-NUM-EDITADO    TO  WL-DET-DEPOIS.
007770     MOVE  WRK-NUM-ANTES      TO  WRK-EVT-QTD-1.
007780     MOVE  WRK-NUM-DEPOIS     TO  WRK-EVT-QTD-2.
007790     PERFORM  3200-REGISTRAR-CAMPO
007800              THRU  3200-REGISTRAR-CAMPO-EXIT.
007810 3100-REGISTRAR-NUMERICO-EXIT.
007820     EXIT.
007830
007840*    UM EVENTO 'A' E UMA LINHA DE RELATORIO POR CAMPO ALTERADO -
007850*    O REGISTRO SO E REGRAVADO AO FIM, UMA VEZ.
007860 3200-REGISTRAR-CAMPO  SECTION.
007870     ADD  1  TO  WRK-QTD-ALTERADOS.
007880     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
007890     PERFORM  8000-GRAVAR-EVENTO
007900              THRU  8000-GRAVAR-EVENTO-EXIT.
007910 3200-REGISTRAR-CAMPO-EXIT.
007920     EXIT.
007930
007940*---------------------------------------------------------------*
007950*    4000 - DESATIVACAO: SO SEM EXPURGO EM CURSO E SEM LINHAS   *
007960*           EM HOLD LEGAL NOS DOIS NIVEIS DA HISTORIA           *
007970*---------------------------------------------------------------*
007980 4000-DESATIVAR  SECTION.
007990     IF  NOT  APL-REGISTRO-EXISTE
008000         MOVE  'APLICACAO NAO REGISTRADA'  TO  WRK-RESULTADO
008010         MOVE  '08'  TO  WRK-RC
008020         GO  TO  4000-DESATIVAR-EXIT
008030     END-IF.
008040     IF  APL-APLIC-INATIVA
008050         MOVE  'APLICACAO JA ESTAVA INATIVA - NADA ALTERADO'
008060               TO  WRK-RESULTADO
008070         MOVE  '04'  TO  WRK-RC
008080         GO  TO  4000-DESATIVAR-EXIT
008090     END-IF.
008100
008110     PERFORM  4100-VERIFICAR-CHECKPOINT
008120              THRU  4100-VERIFICAR-CHECKPOINT-EXIT.
008130     IF  WRK-RC  NOT  =  '00'
008140         GO  TO  4000-DESATIVAR-EXIT
008150     END-IF.
008160     PERFORM  4200-CONTAR-HOLD-LOGDAT
008170              THRU  4200-CONTAR-HOLD-LOGDAT-EXIT.
008180     PERFORM  4300-CONTAR-HOLD-HISTLOG
008190              THRU  4300-CONTAR-HOLD-HISTLOG-EXIT.
008200     IF  WRK-QTD-HOLD-LOGDAT  >  ZERO  OR
008210         WRK-QTD-HOLD-HISTLOG  >  ZERO
008220         MOVE  SPACES                TO  WRK-LINHA-DET
008230         MOVE  'HOLD LOGDAT'         TO  WL-DET-CAMPO
008240         MOVE  WRK-QTD-HOLD-LOGDAT   TO  WRK-NUM-EDITADO
008250         MOVE  WRK-NUM-EDITADO       TO  WL-DET-ANTES
008260         PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT
008270         MOVE  'HOLD HISTLOG'        TO  WL-DET-CAMPO
008280         MOVE  WRK-QTD-HOLD-HISTLOG  TO  WRK-NUM-EDITADO
008290         MOVE  WRK-NUM-EDITADO       TO  WL-DET-ANTES
008300         PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT
008310         MOVE  'RECUSADA - HOLD LEGAL ATIVO (LIBERAR COM FERRHLD)'
008320               TO  WRK-RESULTADO
008330         MOVE  '08'  TO  WRK-RC
008340         GO  TO  4000-DESATIVAR-EXIT
008350     END-IF.
008360
008370     MOVE  'N'  TO  APL-ATIVO.
008380     REWRITE  REG-APLREG.
008390     IF  WRK-FS-APLREG  NOT  =  '00'
008400         DISPLAY  'FERRAPL - ERRO REGRAVACAO APLREG - FS='
008410                  WRK-FS-APLREG
008420         MOVE  'ERRO DE REGRAVACAO NO APLREG'  TO  WRK-RESULTADO
008430         MOVE  '16'  TO  WRK-RC
008440         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
008450     END-IF.
008460     MOVE  SPACES             TO  WRK-LINHA-DET.
008470     MOVE  'APL-ATIVO'        TO  WL-DET-CAMPO.
008480     MOVE  'S'                TO  WL-DET-ANTES.
008490     MOVE  'N'                TO  WL-DET-DEPOIS.
008500     PERFORM  6000-IMPRIMIR-DET  THRU  6000-IMPRIMIR-DET-EXIT.
008510     MOVE  'A'                TO  WRK-EVT-TIPO.
008520     MOVE  ZEROS              TO  WRK-EVT-QTD-1  WRK-EVT-QTD-2.
008530     MOVE  'DESATIVACAO NO APLREG'  TO  WRK-EVT-TEXTO.
008540     PERFORM  8000-GRAVAR-EVENTO
008550              THRU  8000-GRAVAR-EVENTO-EXIT.
008560     MOVE  'APLICACAO DESATIVADA'  TO  WRK-RESULTADO.
008570 4000-DESATIVAR-EXIT.
008580     EXIT.
008590
008600*---------------------------------------------------------------*
008610*    4100 - EXPURGO DO FERRARQ INTERROMPIDO (CHK-EM-CURSO) PARA *
008620*           A APLICACAO: A RETOMADA PRECISA DELA ATIVA          *
008630*---------------------------------------------------------------*
008640 4100-VERIFICAR-CHECKPOINT  SECTION.
008650     OPEN  INPUT  CHKPDAT.
008660     EVALUATE  WRK-FS-CHKPDAT
008670         WHEN  '00'
008680             MOVE  WRK-APLICACAO  TO  CHK-APLICACAO
008690             READ  CHKPDAT
008700                 INVALID  KEY
008710                     CONTINUE
008720             END-READ
008730             IF  WRK-FS-CHKPDAT  =  '00'  AND
008740                 CHK-EXPURGO-EM-CURSO
008750                 MOVE  SPACES          TO  WRK-LINHA-DET
008760                 MOVE  'CHKPDAT'       TO  WL-DET-CAMPO
008770                 MOVE  'EXPURGO EM CURSO - ULT-SEQ'
008780                       TO  WL-DET-ANTES
008790                 MOVE  CHK-ULT-SEQ     TO  WRK-NUM-EDITADO
008800                 MOVE  WRK-NUM-EDITADO TO  WL-DET-DEPOIS
008810                 PERFORM  6000-IMPRIMIR-DET
008820                          THRU  6000-IMPRIMIR-DET-EXIT
008830                 MOVE  'RECUSADA - EXPURGO EM CURSO - RESUBMETER'
008840                       TO  WRK-RESULTADO
008850                 DISPLAY  'FERRAPL - RESUBMETER O FERRARQ DA '
008860                          'APLICACAO ANTES DE DESATIVA-LA'
008870                 MOVE  '08'  TO  WRK-RC
008880             END-IF
008890             CLOSE  CHKPDAT
008900         WHEN  '35'
008910             CONTINUE
008920         WHEN  OTHER
008930             DISPLAY  'FERRAPL - ERRO ABERTURA CHKPDAT - FS='
008940                      WRK-FS-CHKPDAT
008950             MOVE  'CHKPDAT INDISPONIVEL'  TO  WRK-RESULTADO
008960             MOVE  '12'  TO  WRK-RC
008970             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
008980     END-EVALUATE.
008990 4100-VERIFICAR-CHECKPOINT-EXIT.
009000     EXIT.
009010
009020*---------------------------------------------------------------*
009030*    4200 - CONTA AS LINHAS DA APLICACAO EM HOLD EM LOGDAT      *
009040*---------------------------------------------------------------*
009050 4200-CONTAR-HOLD-LOGDAT  SECTION.
009060     OPEN  INPUT  LOGDAT.
009070     EVALUATE  WRK-FS-LOGDAT
009080         WHEN  '00'
009090             CONTINUE
009100         WHEN  '35'
009110             GO  TO  4200-CONTAR-HOLD-LOGDAT-EXIT
009120         WHEN  OTHER
009130             DISPLAY  'FERRAPL - ERRO ABERTURA LOGDAT - FS='
009140                      WRK-FS-LOGDAT
009150             MOVE  'LOGDAT INDISPONIVEL'  TO  WRK-RESULTADO
009160             MOVE  '12'  TO  WRK-RC
009170             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
009180     END-EVALUATE.
009190     MOVE  WRK-APLICACAO  TO  LOG-APLICACAO.
009200     MOVE  ZEROS          TO  LOG-SEQ.
009210     START  LOGDAT  KEY  NOT  <  LOG-CHAVE
009220         INVALID  KEY
009230             SET  FIM-LOGDAT  TO  TRUE
009240     END-START.
009250     PERFORM  4210-LER-LOGDAT  THRU  4210-LER-LOGDAT-EXIT.
009260     PERFORM  4220-EXAMINAR-LOGDAT
009270              THRU  4220-EXAMINAR-LOGDAT-EXIT
009280              UNTIL  FIM-LOGDAT.
009290     CLOSE  LOGDAT.
009300 4200-CONTAR-HOLD-LOGDAT-EXIT.
009310     EXIT.
009320
009330 4210-LER-LOGDAT  SECTION.
009340     IF  FIM-LOGDAT
009350         GO  TO  4210-LER-LOGDAT-EXIT
009360     END-IF.
009370     READ  LOGDAT  NEXT  RECORD
009380         AT  END
009390             SET  FIM-LOGDAT  TO  TRUE
009400     END-READ.
009410     IF  NOT  FIM-LOGDAT  AND
009420         LOG-APLICACAO  NOT  =  WRK-APLICACAO
009430         SET  FIM-LOGDAT  TO  TRUE
009440     END-IF.
009450 4210-LER-LOGDAT-EXIT.
009460     EXIT.
009470
009480 4220-EXAMINAR-LOGDAT  SECTION.
009490     IF  LOG-EM-HOLD
009500         ADD  1  TO  WRK-QTD-HOLD-LOGDAT
009510     END-IF.
009520     PERFORM  4210-LER-LOGDAT  THRU  4210-LER-LOGDAT-EXIT.
009530 4220-EXAMINAR-LOGDAT-EXIT.
009540     EXIT.
009550
009560*---------------------------------------------------------------*
009570*    4300 - O MESMO NO ARQUIVO MORTO (HISTLOG)                  *
009580*---------------------------------------------------------------*
009590 4300-CONTAR-HOLD-HISTLOG  SECTION.
009600     OPEN  INPUT  HISTLOG.
009610     EVALUATE  WRK-FS-HISTLOG
009620         WHEN  '00'
009630             CONTINUE
009640         WHEN  '35'
009650             GO  TO  4300-CONTAR-HOLD-HISTLOG-EXIT
009660         WHEN  OTHER
009670             DISPLAY  'FERRAPL - ERRO ABERTURA HISTLOG - FS='
009680                      WRK-FS-HISTLOG
009690             MOVE  'HISTLOG INDISPONIVEL'  TO  WRK-RESULTADO
009700             MOVE  '12'  TO  WRK-RC
009710             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
009720     END-EVALUATE.
009730     MOVE  WRK-APLICACAO  TO  HST-APLICACAO.
009740     MOVE  ZEROS          TO  HST-SEQ.
009750     START  HISTLOG  KEY  NOT  <  HST-CHAVE
009760         INVALID  KEY
009770             SET  FIM-HISTLOG  TO  TRUE
009780     END-START.
009790     PERFORM  4310-LER-HISTLOG  THRU  4310-LER-HISTLOG-EXIT.
009800     PERFORM  4320-EXAMINAR-HISTLOG
009810              THRU  4320-EXAMINAR-HISTLOG-EXIT
009820              UNTIL  FIM-HISTLOG.
009830     CLOSE  HISTLOG.
009840 4300-CONTAR-HOLD-HISTLOG-EXIT.
009850     EXIT.
009860
009870 4310-LER-HISTLOG  SECTION.
009880     IF  FIM-HISTLOG
009890         GO  TO  4310-LER-HISTLOG-EXIT
009900     END-IF.
009910     READ  HISTLOG  NEXT  RECORD
009920         AT  END
009930             SET  FIM-HISTLOG  TO  TRUE
009940     END-READ.
009950     IF  NOT  FIM-HISTLOG  AND
009960         HST-APLICACAO  NOT  =  WRK-APLICACAO
009970         SET  FIM-HISTLOG  TO  TRUE
009980     END-IF.
009990 4310-LER-HISTLOG-EXIT.
010000     EXIT.
010010
010020 4320-EXAMINAR-HISTLOG  SECTION.
010030     IF  HST-EM-HOLD
010040         ADD  1  TO  WRK-QTD-HOLD-HISTLOG
010050     END-IF.
010060     PERFORM  4310-LER-HISTLOG  THRU  4310-LER-HISTLOG-EXIT.
010070 4320-EXAMINAR-HISTLOG-EXIT.
010080     EXIT.
010090
010100*---------------------------------------------------------------*
010110*    6000 - IMPRIME UMA LINHA DE DETALHE DO RELATORIO           *
010120*---------------------------------------------------------------*
010130 6000-IMPRIMIR-DET  SECTION.
010140     MOVE  WRK-LINHA-DET  TO  REG-RELAPL.
010150     WRITE  REG-RELAPL.
010160 6000-IMPRIMIR-DET-EXIT.
010170     EXIT.
010180
010190*---------------------------------------------------------------*
010200*    7000 - ABRE (OU CRIA) O LOG DE EVENTOS OPERACIONAIS.       *
010210*           EVTLOG E AUXILIAR: INDISPONIVEL, APENAS AVISA.      *
010220*---------------------------------------------------------------*
010230 7000-ABRIR-EVTLOG  SECTION.
010240     OPEN  I-O  EVTLOG.
010250     EVALUATE  WRK-FS-EVTLOG
010260         WHEN  '00'
010270             MOVE  'S'  TO  WRK-SW-EVTLOG-OK
010280         WHEN  '35'
010290             OPEN  OUTPUT  EVTLOG
010300             IF  WRK-FS-EVTLOG  =  '00'
010310                 MOVE  'S'  TO  WRK-SW-EVTLOG-OK
010320             END-IF
010330         WHEN  OTHER
010340             CONTINUE
010350     END-EVALUATE.
010360     IF  NOT  EVTLOG-DISPONIVEL
010370         DISPLAY  'FERRAPL - AVISO: EVTLOG INDISPONIVEL - FS='
010380                  WRK-FS-EVTLOG
010390     END-IF.
010400 7000-ABRIR-EVTLOG-EXIT.
010410     EXIT.
010420
010430*---------------------------------------------------------------*
010440*    7800 - OBTEM A TRAVA DE EXECUCAO DO SUBSISTEMA (LOCKDAT,    *
010450*           RECURSO CONTADOR) ANTES DE TOCAR APLREG/COUNTDAT.    *
010460*           OCUPADA, TENTA DE NOVO ALGUMAS VEZES E DESISTE COM   *
010470*           RC 14, MOSTRANDO O DONO - UMA TRAVA VELHA DEIXADA    *
010480*           POR ABEND E QUEBRADA PELO OPERADOR COM O FERRLCK.    *
010490*---------------------------------------------------------------*
010500 7800-OBTER-TRAVA  SECTION.
010510 7800-TENTAR.
010520     OPEN  I-O  LOCKDAT.
010530     EVALUATE  WRK-FS-LOCKDAT
010540         WHEN  '00'
010550             CONTINUE
010560         WHEN  '35'
010570             OPEN  OUTPUT  LOCKDAT
010580             IF  WRK-FS-LOCKDAT  =  '00'
010590                 CLOSE  LOCKDAT
010600                 OPEN  I-O  LOCKDAT
010610             END-IF
010620             IF  WRK-FS-LOCKDAT  NOT  =  '00'
010630                 DISPLAY  'FERRAPL - ERRO CRIACAO LOCKDAT - FS='
010640                          WRK-FS-LOCKDAT
010650                 MOVE  'LOCKDAT INDISPONIVEL'  TO  WRK-RESULTADO
010660                 MOVE  '12'  TO  WRK-RC
010670                 PERFORM  9999-FINALIZAR
010680                          THRU  9999-FINALIZAR-EXIT
010690             END-IF
010700         WHEN  OTHER
010710             DISPLAY  'FERRAPL - ERRO ABERTURA LOCKDAT - FS='
010720                      WRK-FS-LOCKDAT
010730             MOVE  'LOCKDAT INDISPONIVEL'  TO  WRK-RESULTADO
010740             MOVE  '12'  TO  WRK-RC
010750             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
010760     END-EVALUATE.
010770
010780     MOVE  'CONTADOR'  TO  LCK-RECURSO.
010790     READ  LOCKDAT
010800         INVALID  KEY
010810             PERFORM  7810-MONTAR-TRAVA
010820                      THRU  7810-MONTAR-TRAVA-EXIT
010830             WRITE  REG-LCKDAT
010840             IF  WRK-FS-LOCKDAT  =  '00'
010850                 MOVE  'S'  TO  WRK-SW-TRAVA-OK
010860             END-IF
010870     END-READ.
010880     IF  NOT  TRAVA-OBTIDA  AND
010890         WRK-FS-LOCKDAT  =  '00'  AND
010900         LCK-LIVRE
010910         PERFORM  7810-MONTAR-TRAVA
010920                  THRU  7810-MONTAR-TRAVA-EXIT
010930         REWRITE  REG-LCKDAT
010940         IF  WRK-FS-LOCKDAT  =  '00'
010950             MOVE  'S'  TO  WRK-SW-TRAVA-OK
010960         END-IF
010970     END-IF.
010980     IF  TRAVA-OBTIDA
010990         GO  TO  7800-OBTER-TRAVA-EXIT
011000     END-IF.
011010
011020*    TRAVA OCUPADA (OU CORRIDA NA GRAVACAO): FECHA, TENTA DE
011030*    NOVO E, ESGOTADAS AS TENTATIVAS, DESISTE COM RC CLARO EM
011040*    VEZ DE INTERCALAR ATUALIZACOES COM OUTRO PASSO.
011050     CLOSE  LOCKDAT.
011060     ADD  1  TO  WRK-TENTATIVAS-TRAVA.
011070     IF  WRK-TENTATIVAS-TRAVA  <  WRK-MAX-TENTATIVAS
011080         GO  TO  7800-TENTAR
011090     END-IF.
011100     DISPLAY  'FERRAPL - TRAVA DO SUBSISTEMA OCUPADA POR '
011110              LCK-PROGRAMA  ' DESDE '  LCK-DATA  ' '  LCK-HORA.
011120     DISPLAY  'FERRAPL - SE FOR TRAVA VELHA DE ABEND, LIBERAR '
011130              'COM FERRLCK E RESUBMETER'.
011140     MOVE  'TRAVA DO SUBSISTEMA OCUPADA - NADA ALTERADO'
011150           TO  WRK-RESULTADO.
011160     MOVE  '14'  TO  WRK-RC.
011170     PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT.
011180 7800-OBTER-TRAVA-EXIT.
011190     EXIT.
011200
011210 7810-MONTAR-TRAVA  SECTION.
011220     MOVE  SPACES         TO  REG-LCKDAT.
011230     MOVE  'CONTADOR'     TO  LCK-RECURSO.
011240     MOVE  'S'            TO  LCK-OCUPADO.
011250     MOVE  'FERRAPL '     TO  LCK-PROGRAMA.
011260     MOVE  WRK-APLICACAO  TO  LCK-APLICACAO.
011270     MOVE  WRK-DATA-HOJE  TO  LCK-DATA.
011280     MOVE  WRK-HORA       TO  LCK-HORA.
011290 7810-MONTAR-TRAVA-EXIT.
011300     EXIT.
011310
011320*---------------------------------------------------------------*
011330*    7850 - LIBERA A TRAVA DE EXECUCAO AO FIM DO PASSO           *
011340*---------------------------------------------------------------*
011350 7850-LIBERAR-TRAVA  SECTION.
011360     IF  NOT  TRAVA-OBTIDA
011370         GO  TO  7850-LIBERAR-TRAVA-EXIT
011380     END-IF.
011390     MOVE  'N'  TO  WRK-SW-TRAVA-OK.
011400     MOVE  'CONTADOR'  TO  LCK-RECURSO.
011410     READ  LOCKDAT
011420         INVALID  KEY
011430             CONTINUE
011440     END-READ.
011450     IF  WRK-FS-LOCKDAT  =  '00'
011460         MOVE  'N'  TO  LCK-OCUPADO
011470         REWRITE  REG-LCKDAT
011480     END-IF.
011490     IF  WRK-FS-LOCKDAT  NOT  =  '00'
011500         DISPLAY  'FERRAPL - AVISO: FALHA NA LIBERACAO DA TRAVA '
011510                  '- FS='  WRK-FS-LOCKDAT
011520     END-IF.
011530     CLOSE  LOCKDAT.
011540 7850-LIBERAR-TRAVA-EXIT.
011550     EXIT.
011560*---------------------------------------------------------------*
011570*    7900 - ABRE (OU CRIA) O JORNAL DE ATUALIZACOES (JRNDAT).   *
011580*           AO CONTRARIO DO EVTLOG O JORNAL NAO E AUXILIAR: SEM *
011590*           ELE A RECUPERACAO PARA A FRENTE (FERRFWD) PERDERIA  *
011600*           AS ALTERACOES DESTA EXECUCAO, ENTAO A FALHA DERRUBA *
011610*           O PASSO COM RC 12 ANTES DE QUALQUER ATUALIZACAO.    *
011620*---------------------------------------------------------------*
011630 7900-ABRIR-JORNAL  SECTION.
011640     OPEN  I-O  JRNDAT.
011650     IF  WRK-FS-JRNDAT  =  '35'
011660         OPEN  OUTPUT  JRNDAT
011670         IF  WRK-FS-JRNDAT  =  '00'
011680             CLOSE  JRNDAT
011690             OPEN  I-O  JRNDAT
011700         END-IF
011710     END-IF.
011720     IF  WRK-FS-JRNDAT  NOT  =  '00'
011730         DISPLAY  'FERRAPL - ERRO ABERTURA JRNDAT - FS='
011740                  WRK-FS-JRNDAT
011750         MOVE  '12'  TO  WRK-RC
011760         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
011770     END-IF.
011780     MOVE  'S'  TO  WRK-SW-JRNDAT.
011790 7900-ABRIR-JORNAL-EXIT.
011800     EXIT.
011810
011820*---------------------------------------------------------------*
011830*    7950 - GRAVA NO JORNAL A ALTERACAO RECEM-FEITA, COM AS     *
011840*           IMAGENS ANTES E DEPOIS MONTADAS PELO CHAMADOR.      *
011850*           CHAVE DUPLICADA (FS 22) AVANCA A SEQUENCIA E TENTA  *
011860*           DE NOVO.  OUTRA FALHA DERRUBA O PASSO COM RC 16: A  *
011870*           ALTERACAO JA FEITA FICOU FORA DO JORNAL, E O        *
011880*           FERRFWD SO VOLTA A SER CONFIAVEL A PARTIR DE UMA    *
011890*           NOVA COPIA DE SEGURANCA DE COUNTDAT/LOGDAT.         *
011900*---------------------------------------------------------------*
011910 7950-GRAVAR-JORNAL  SECTION.
011920     MOVE  SPACES            TO  REG-JRNDAT.
011930     ACCEPT  JRN-DATA        FROM  DATE  YYYYMMDD.
011940     ACCEPT  JRN-HORA        FROM  TIME.
011950     MOVE  'FERRAPL '        TO  JRN-PROGRAMA.
011960     MOVE  WRK-APLICACAO     TO  JRN-APLICACAO.
011970     MOVE  WRK-JRN-ARQUIVO   TO  JRN-ARQUIVO.
011980     MOVE  WRK-JRN-OPERACAO  TO  JRN-OPERACAO.
011990     MOVE  WRK-JRN-ANTES     TO  JRN-ANTES.
012000     MOVE  WRK-JRN-DEPOIS    TO  JRN-DEPOIS.
012010 7950-GRAVAR-TENTATIVA.
012020     ADD  1  TO  WRK-JRN-SEQ.
012030     MOVE  WRK-JRN-SEQ       TO  JRN-SEQ.
012040     WRITE  REG-JRNDAT.
012050     IF  WRK-FS-JRNDAT  =  '22'  AND  WRK-JRN-SEQ  <  999999999
012060         GO  TO  7950-GRAVAR-TENTATIVA
012070     END-IF.
012080     IF  WRK-FS-JRNDAT  NOT  =  '00'
012090         DISPLAY  'FERRAPL - ERRO GRAVACAO JRNDAT - FS='
012100                  WRK-FS-JRNDAT
012110         DISPLAY  'FERRAPL - JORNAL INCOMPLETO - TIRAR NOVA '
012120                  'COPIA DE SEGURANCA DE COUNTDAT/LOGDAT'
012130         MOVE  '16'  TO  WRK-RC
012140         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
012150     END-IF.
012160 7950-GRAVAR-JORNAL-EXIT.
012170     EXIT.
012180
012190*---------------------------------------------------------------*
012200*    8000 - GRAVA UM EVENTO OPERACIONAL EM EVTLOG.  CHAVE E     *
012210*           DATA+HORA+PROGRAMA+SEQ; STATUS 22 (CHAVE DUPLICADA, *
012220*           DUAS EXECUCOES NO MESMO SEGUNDO) AVANCA A SEQ E     *
012230*           TENTA DE NOVO.                                      *
012240*---------------------------------------------------------------*
012250 8000-GRAVAR-EVENTO  SECTION.
012260     IF  NOT  EVTLOG-DISPONIVEL
012270         GO  TO  8000-GRAVAR-EVENTO-EXIT
012280     END-IF.
012290     ADD  1  TO  WRK-EVT-SEQ.
012300 8000-GRAVAR-TENTATIVA.
012310     MOVE  SPACES           TO  REG-EVTLOG.
012320     MOVE  WRK-DATA-HOJE    TO  EVT-DATA.
012330     MOVE  WRK-HORA         TO  EVT-HORA.
012340     MOVE  'FERRAPL '       TO  EVT-PROGRAMA.
012350     MOVE  WRK-EVT-SEQ      TO  EVT-SEQ.
012360     MOVE  WRK-EVT-TIPO     TO  EVT-TIPO.
012370     MOVE  WRK-RC           TO  EVT-RC.
012380     MOVE  WRK-EVT-QTD-1    TO  EVT-QTD-1.
012390     MOVE  WRK-EVT-QTD-2    TO  EVT-QTD-2.
012400     MOVE  WRK-EVT-TEXTO    TO  EVT-TEXTO.
012410     MOVE  WRK-APLICACAO    TO  EVT-APLICACAO.
012420     WRITE  REG-EVTLOG.
012430     IF  WRK-FS-EVTLOG  =  '22'  AND  WRK-EVT-SEQ  <  999
012440         ADD  1  TO  WRK-EVT-SEQ
012450         GO  TO  8000-GRAVAR-TENTATIVA
012460     END-IF.
012470     IF  WRK-FS-EVTLOG  NOT  =  '00'
012480         DISPLAY  'FERRAPL - AVISO: FALHA GRAVACAO EVTLOG - FS='
012490                  WRK-FS-EVTLOG
012500         MOVE  'N'  TO  WRK-SW-EVTLOG-OK
012510     END-IF.
012520 8000-GRAVAR-EVENTO-EXIT.
012530     EXIT.
012540
012550*---------------------------------------------------------------*
012560*    9999 - IMPRIME O RESULTADO, LIBERA A TRAVA E ENCERRA       *
012570*---------------------------------------------------------------*
012580 9999-FINALIZAR  SECTION.
012590     IF  RELAPL-ABERTO
012600         MOVE  SPACES            TO  REG-RELAPL
012610         WRITE  REG-RELAPL
012620         MOVE  WRK-RESULTADO     TO  WL-RES-TEXTO
012630         MOVE  WRK-RC            TO  WL-RES-RC
012640         MOVE  WRK-LINHA-RESULTADO  TO  REG-RELAPL
012650         WRITE  REG-RELAPL
012660         CLOSE  RELAPL
012670     END-IF.
012680     PERFORM  7850-LIBERAR-TRAVA  THRU  7850-LIBERAR-TRAVA-EXIT.
012690     IF  APLREG-ABERTO
012700         CLOSE  APLREG
012710     END-IF.
012720     IF  EVTLOG-DISPONIVEL
012730         CLOSE  EVTLOG
012740     END-IF.
012750     IF  JRNDAT-ABERTO
012760         CLOSE  JRNDAT
012770     END-IF.
012780     DISPLAY  'FERRAPL - '  WRK-RESULTADO.
012790     DISPLAY  'FERRAPL - FIM DE PROCESSAMENTO - RC='  WRK-RC.
012800     MOVE  WRK-RC  TO  RETURN-CODE.
012810     STOP  RUN.
012820 9999-FINALIZAR-EXIT.
012830     EXIT.
