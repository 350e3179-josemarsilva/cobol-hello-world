000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030*  PROGRAM-ID : FERRFWD                                         *
000040*  AUTHOR     : ANDRE                                           *
000050*  INSTALLATION : DATA CENTER - BATCH OPERATIONS                *
000060*  DATE-WRITTEN : 2026-10-15                                    *
000070*  PURPOSE                                                      *
000080*  FORWARD RECOVERY OF COUNTDAT AND LOGDAT FROM THE UPDATE      *
000090*  JOURNAL (JRNDAT).  AFTER A LOST OR DAMAGED CLUSTER THE TWO   *
000100*  FILES ARE RESTORED FROM THE LAST BACKUP COPY AND THIS        *
000110*  PROGRAM REPLAYS, IN KEY ORDER (THE ORDER THE CHANGES WERE    *
000120*  MADE), THE AFTER-IMAGE OF EVERY CHANGE JOURNALED BY          *
000130*  FERRCNTX, FERRARQ, FERRRES, FERRHLD, FERRAPL AND FERRRBD     *
000140*  FROM THE MOMENT OF THE BACKUP                                *
000150*  UP TO THE CHOSEN POINT IN TIME: INCLUSION AND ALTERATION     *
000160*  LEAVE THE RECORD EQUAL TO THE AFTER-IMAGE (WRITE OR          *
000170*  REWRITE), EXCLUSION DELETES IT.  BEFORE EACH CHANGE THE      *
000180*  RECORD FOUND IS COMPARED WITH THE BEFORE-IMAGE:              *
000190*    APLICADA   - RECORD AS THE JOURNAL EXPECTED, CHANGE MADE;  *
000200*    JA CONSTA  - RECORD ALREADY EQUAL TO THE AFTER-IMAGE (THE  *
000210*                 CHANGE IS IN THE BACKUP), NOTHING WRITTEN;    *
000220*    DIVERGENTE - ANYTHING ELSE; THE AFTER-IMAGE IS APPLIED     *
000230*                 ANYWAY AND THE STEP ENDS WITH RC 04 SO THE    *
000240*                 OPERATOR CHECKS THE BACKUP/POINT USED.        *
000250*  EVERY ENTRY REPLAYED IS LISTED ON RELFWD WITH ITS OUTCOME,   *
000260*  FOLLOWED BY THE TOTALS.  HISTLOG AND CHKPDAT ARE NOT         *
000270*  JOURNALED: RUN FERRREC AFTERWARDS, AND TAKE A NEW BACKUP     *
000280*  BEFORE THE NEXT RUN OF THE STREAM.                           *
000290*  PARM: DATA-INI(8) + HORA-INI(6) (WHEN THE BACKUP WAS TAKEN;  *
000300*  ZEROS/ABSENT = FROM THE FIRST ENTRY) + DATA-FIM(8) +         *
000310*  HORA-FIM(6) (RECOVER UP TO AND INCLUDING THIS SECOND;        *
000320*  ZEROS/ABSENT = TO THE LAST ENTRY).                           *
000330*-----------------------------------------------------------------
000340*  MODIFICATION HISTORY
000350*  DATE       INIT  DESCRIPTION
000360*  2026-10-15 AR    INITIAL VERSION.
000370*****************************************************************
000380 PROGRAM-ID.    FERRFWD.
000390 AUTHOR.        ANDRE.
000400 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000410 DATE-WRITTEN.  2026-10-15.
000420 DATE-COMPILED.
000430 ENVIRONMENT  DIVISION.
000440 INPUT-OUTPUT  SECTION.
000450 FILE-CONTROL.
000460     SELECT  JRNDAT    ASSIGN  TO  DISK
000470         ORGANIZATION  IS  INDEXED
000480         ACCESS MODE   IS  DYNAMIC
000490         RECORD KEY    IS  JRN-CHAVE
000500         FILE STATUS   IS  WRK-FS-JRNDAT.
000510     SELECT  COUNTDAT  ASSIGN  TO  DISK
000520         ORGANIZATION  IS  INDEXED
000530         ACCESS MODE   IS  DYNAMIC
000540         RECORD KEY    IS  CTD-CHAVE
000550         FILE STATUS   IS  WRK-FS-COUNTDAT.
000560     SELECT  LOGDAT    ASSIGN  TO  DISK
000570         ORGANIZATION  IS  INDEXED
000580         ACCESS MODE   IS  DYNAMIC
000590         RECORD KEY    IS  LOG-CHAVE
000600         FILE STATUS   IS  WRK-FS-LOGDAT.
000610     SELECT  LOCKDAT   ASSIGN  TO  DISK
000620         ORGANIZATION  IS  INDEXED
000630         ACCESS MODE   IS  DYNAMIC
000640         RECORD KEY    IS  LCK-CHAVE
000650         FILE STATUS   IS  WRK-FS-LOCKDAT.
000660     SELECT  RELFWD    ASSIGN  TO  PRINTER
000670         FILE STATUS   IS  WRK-FS-RELFWD.
000680 DATA  DIVISION.
000690 FILE  SECTION.
000700 FD  JRNDAT
000710     LABEL RECORD STANDARD VALUE OF FILE-ID IS "jrndat.dat".
000720     COPY  CPJRNDAT.
000730 FD  COUNTDAT
000740     LABEL RECORD STANDARD VALUE OF FILE-ID IS "count.dat".
000750     COPY  CPCNTDAT.
000760 FD  LOGDAT
000770     LABEL RECORD STANDARD VALUE OF FILE-ID IS "log.dat".
000780     COPY  CPLOGDAT.
000790 FD  LOCKDAT
000800     LABEL RECORD STANDARD VALUE OF FILE-ID IS "lockdat.dat".
000810     COPY  CPLCKDAT.
000820 FD  RELFWD
000830     LABEL RECORD STANDARD VALUE OF FILE-ID IS "relfwd.lst".
000840 01  REG-RELFWD                PIC X(132).
000850 WORKING-STORAGE  SECTION.
000860 77  WRK-RC                    PIC X(02)  VALUE  '00'.
000870 77  WRK-FS-JRNDAT             PIC X(02)  VALUE  '00'.
000880 77  WRK-FS-COUNTDAT           PIC X(02)  VALUE  '00'.
000890 77  WRK-FS-LOGDAT             PIC X(02)  VALUE  '00'.
000900 77  WRK-FS-LOCKDAT            PIC X(02)  VALUE  '00'.
000910 77  WRK-FS-RELFWD             PIC X(02)  VALUE  '00'.
000920 01  WRK-SW-TRAVA.
000930     03  WRK-SW-TRAVA-OK       PIC X(01)  VALUE  'N'.
000940         88  TRAVA-OBTIDA                 VALUE  'S'.
000950 77  WRK-TENTATIVAS-TRAVA      PIC 9(02)  VALUE  ZEROS.
000960 77  WRK-MAX-TENTATIVAS        PIC 9(02)  VALUE  05.
000970 77  WRK-FIM-JRNDAT            PIC X(01)  VALUE  'N'.
000980     88  FIM-JRNDAT                       VALUE  'S'.
000990 77  WRK-REG-EXISTE            PIC X(01)  VALUE  'N'.
001000     88  REGISTRO-EXISTE                  VALUE  'S'.
001010*---------------------------------------------------------------*
001020*    DATA E HORA DA EXECUCAO (CARIMBO DA TRAVA)                 *
001030*---------------------------------------------------------------*
001040 77  WRK-DATA-HOJE             PIC 9(08)  VALUE  ZEROS.
001050 77  WRK-TIME                  PIC X(08)  VALUE  SPACES.
001060 77  WRK-HORA                  PIC X(06)  VALUE  SPACES.
001070 77  WRK-APLICACAO             PIC X(08)  VALUE  '*TODAS*'.
001080*---------------------------------------------------------------*
001090*    PONTO INICIAL (COPIA DE SEGURANCA) E FINAL (RECUPERAR ATE) *
001100*    NO FORMATO DA CHAVE DO JORNAL: DATA + HORA + CENTESIMOS    *
001110*---------------------------------------------------------------*
001120 01  WRK-PONTO-INI.
001130     03  WRK-INI-DATA          PIC 9(08)  VALUE  ZEROS.
001140     03  WRK-INI-HORA          PIC 9(06)  VALUE  ZEROS.
001150     03  WRK-INI-CENT          PIC 9(02)  VALUE  ZEROS.
001160 01  WRK-PONTO-FIM.
001170     03  WRK-FIM-DATA          PIC 9(08)  VALUE  99999999.
001180     03  WRK-FIM-HORA          PIC 9(06)  VALUE  999999.
001190     03  WRK-FIM-CENT          PIC 9(02)  VALUE  99.
001200*---------------------------------------------------------------*
001210*    REGISTRO ENCONTRADO NO ARQUIVO ANTES DE APLICAR A ENTRADA  *
001220*---------------------------------------------------------------*
001230 77  WRK-IMAGEM-ATUAL          PIC X(80)  VALUE  SPACES.
001240 77  WRK-IMAGEM-CHAVE          PIC X(80)  VALUE  SPACES.
001250 77  WRK-SITUACAO              PIC X(12)  VALUE  SPACES.
001260     88  SIT-APLICADA                     VALUE  'APLICADA'.
001270     88  SIT-JA-CONSTA                    VALUE  'JA CONSTA'.
001280     88  SIT-DIVERGENTE                   VALUE  'DIVERGENTE'.
001290     88  SIT-INVALIDA                     VALUE  'INVALIDA'.
001300*---------------------------------------------------------------*
001310*    TOTAIS DA RECUPERACAO                                      *
001320*---------------------------------------------------------------*
001330 77  WRK-QTD-LIDAS             PIC 9(09)  VALUE  ZEROS.
001340 77  WRK-QTD-APLICADAS         PIC 9(09)  VALUE  ZEROS.
001350 77  WRK-QTD-JA-CONSTAM        PIC 9(09)  VALUE  ZEROS.
001360 77  WRK-QTD-DIVERGENTES       PIC 9(09)  VALUE  ZEROS.
001370 77  WRK-QTD-POSTERIORES       PIC 9(09)  VALUE  ZEROS.
001380 77  WRK-QTD-INVALIDAS         PIC 9(09)  VALUE  ZEROS.
001390*---------------------------------------------------------------*
001400*    LINHAS DE IMPRESSAO                                        *
001410*---------------------------------------------------------------*
001420 01  WRK-LINHA-TITULO.
001430     03  FILLER                PIC X(132)  VALUE
001440         'FERRFWD - RECUPERACAO PARA A FRENTE DE COUNTDAT/LOGDAT'.
001450 01  WRK-LINHA-PONTOS.
001460     03  FILLER                PIC X(25)   VALUE
001470         'ENTRADAS DO JORNAL DESDE '.
001480     03  WL-PTO-INI-DATA       PIC 9(08).
001490     03  FILLER                PIC X(01)   VALUE  SPACES.
001500     03  WL-PTO-INI-HORA       PIC 9(06).
001510     03  FILLER                PIC X(05)   VALUE  ' ATE '.
001520     03  WL-PTO-FIM-DATA       PIC 9(08).
001530     03  FILLER                PIC X(01)   VALUE  SPACES.
001540     03  WL-PTO-FIM-HORA       PIC 9(06).
001550     03  FILLER                PIC X(72)   VALUE  SPACES.
001560 01  WRK-LINHA-CABEC.
001570     03  FILLER                PIC X(44)   VALUE
001580         ' DATA     HORA     PROGRAMA       SEQ ARQUIV'.
001590     03  FILLER                PIC X(44)   VALUE
001600         'O  OPERACAO  CHAVE              SITUACAO    '.
001610     03  FILLER                PIC X(44)   VALUE  SPACES.
001620 01  WRK-LINHA-DET.
001630     03  FILLER                PIC X(01)   VALUE  SPACES.
001640     03  WL-DET-DATA           PIC 9(08).
001650     03  FILLER                PIC X(01)   VALUE  SPACES.
001660     03  WL-DET-HORA           PIC 9(08).
001670     03  FILLER                PIC X(01)   VALUE  SPACES.
001680     03  WL-DET-PROGRAMA       PIC X(08).
001690     03  FILLER                PIC X(01)   VALUE  SPACES.
001700     03  WL-DET-SEQ            PIC ZZZZZZZZ9.
001710     03  FILLER                PIC X(01)   VALUE  SPACES.
001720     03  WL-DET-ARQUIVO        PIC X(08).
001730     03  FILLER                PIC X(01)   VALUE  SPACES.
001740     03  WL-DET-OPERACAO       PIC X(09).
001750     03  FILLER                PIC X(01)   VALUE  SPACES.
001760     03  WL-DET-CHAVE          PIC X(18).
001770     03  FILLER                PIC X(01)   VALUE  SPACES.
001780     03  WL-DET-SITUACAO       PIC X(12).
001790     03  FILLER                PIC X(44)   VALUE  SPACES.
001800 01  WRK-LINHA-TOTAL.
001810     03  WL-TOT-ROTULO         PIC X(40).
001820     03  WL-TOT-QTD            PIC ZZZZZZZZ9.
001830     03  FILLER                PIC X(83)   VALUE  SPACES.
001840 LINKAGE  SECTION.
001850 01  LS-PARM-AREA.
001860     03  LS-PARM-LEN           PIC S9(04)  COMP.
001870     03  LS-PARM-DADOS.
001880         05  LS-PARM-DATA-INI  PIC 9(08).
001890         05  LS-PARM-HORA-INI  PIC 9(06).
001900         05  LS-PARM-DATA-FIM  PIC 9(08).
001910         05  LS-PARM-HORA-FIM  PIC 9(06).
001920 PROCEDURE  DIVISION  USING  LS-PARM-AREA.
001930
001940 0000-MAINLINE  SECTION.
001950     DISPLAY  'FERRFWD - INICIO DA RECUPERACAO PELO JORNAL'.
001960     PERFORM  1000-INICIALIZAR
001970              THRU  1000-INICIALIZAR-EXIT.
001980     PERFORM  2000-LER-JRNDAT
001990              THRU  2000-LER-JRNDAT-EXIT.
002000     PERFORM  3000-PROCESSAR
002010              THRU  3000-PROCESSAR-EXIT
002020              UNTIL  FIM-JRNDAT.
002030     PERFORM  5000-TOTALIZAR
002040              THRU  5000-TOTALIZAR-EXIT.
002050     PERFORM  9999-FINALIZAR
002060              THRU  9999-FINALIZAR-EXIT.
002070 0000-MAINLINE-EXIT.
002080     EXIT.
002090
002100*---------------------------------------------------------------*
002110*    1000 - CRITICA O PARM, OBTEM A TRAVA, ABRE O JORNAL E AS   *
002120*           COPIAS RESTAURADAS E POSICIONA O JORNAL NO PONTO DA *
002130*           COPIA DE SEGURANCA                                  *
002140*---------------------------------------------------------------*
002150 1000-INICIALIZAR  SECTION.
002160     ACCEPT  WRK-DATA-HOJE  FROM  DATE  YYYYMMDD.
002170     ACCEPT  WRK-TIME       FROM  TIME.
002180     MOVE  WRK-TIME  TO  WRK-HORA.
002190     IF  LS-PARM-LEN  >=  14
002200         IF  LS-PARM-DATA-INI  IS  NOT  NUMERIC  OR
002210             LS-PARM-HORA-INI  IS  NOT  NUMERIC  OR
002220             LS-PARM-HORA-INI  >  235959
002230             DISPLAY  'FERRFWD - PONTO INICIAL INVALIDO NO PARM'
002240             MOVE  '12'  TO  WRK-RC
002250             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002260         END-IF
002270         MOVE  LS-PARM-DATA-INI  TO  WRK-INI-DATA
002280         MOVE  LS-PARM-HORA-INI  TO  WRK-INI-HORA
002290     END-IF.
002300     IF  LS-PARM-LEN  >=  28
002310         IF  LS-PARM-DATA-FIM  IS  NOT  NUMERIC  OR
002320             LS-PARM-HORA-FIM  IS  NOT  NUMERIC  OR
002330             LS-PARM-HORA-FIM  >  235959
002340             DISPLAY  'FERRFWD - PONTO FINAL INVALIDO NO PARM'
002350             MOVE  '12'  TO  WRK-RC
002360             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002370         END-IF
002380         IF  LS-PARM-DATA-FIM  >  ZERO
002390             MOVE  LS-PARM-DATA-FIM  TO  WRK-FIM-DATA
002400             MOVE  LS-PARM-HORA-FIM  TO  WRK-FIM-HORA
002410         END-IF
002420     END-IF.
002430     IF  WRK-PONTO-FIM  <  WRK-PONTO-INI
002440         DISPLAY  'FERRFWD - PONTO FINAL ANTERIOR AO INICIAL'
002450         MOVE  '12'  TO  WRK-RC
002460         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002470     END-IF.
002480
002490     DISPLAY  'FERRFWD - ENTRADAS DESDE '  WRK-INI-DATA  ' '
002500              WRK-INI-HORA  ' ATE '  WRK-FIM-DATA  ' '
002510              WRK-FIM-HORA.
002520
002530     PERFORM  7800-OBTER-TRAVA  THRU  7800-OBTER-TRAVA-EXIT.
002540     OPEN  INPUT  JRNDAT.
002550     IF  WRK-FS-JRNDAT  NOT  =  '00'
002560         DISPLAY  'FERRFWD - ERRO ABERTURA JRNDAT - FS='
002570                  WRK-FS-JRNDAT
002580         MOVE  '12'  TO  WRK-RC
002590         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002600     END-IF.
002610*    COUNTDAT E LOGDAT TEM DE VIR DA COPIA DE SEGURANCA - ARQUIVO
002620*    INEXISTENTE E ERRO (NAO SE RECRIA UM ARQUIVO VAZIO AQUI).
002630     OPEN  I-O  COUNTDAT.
002640     OPEN  I-O  LOGDAT.
002650     IF  WRK-FS-COUNTDAT  NOT  =  '00'  OR
002660         WRK-FS-LOGDAT    NOT  =  '00'
002670         DISPLAY  'FERRFWD - ERRO ABERTURA COUNTDAT/LOGDAT - FS='
002680                  WRK-FS-COUNTDAT  '/'  WRK-FS-LOGDAT
002690         MOVE  '12'  TO  WRK-RC
002700         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002710     END-IF.
002720     OPEN  OUTPUT  RELFWD.
002730     IF  WRK-FS-RELFWD  NOT  =  '00'
002740         DISPLAY  'FERRFWD - ERRO ABERTURA RELFWD - FS='
002750                  WRK-FS-RELFWD
002760         MOVE  '12'  TO  WRK-RC
002770         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002780     END-IF.
002790
002800     MOVE  WRK-LINHA-TITULO  TO  REG-RELFWD.
002810     WRITE  REG-RELFWD.
002820     MOVE  WRK-INI-DATA      TO  WL-PTO-INI-DATA.
002830     MOVE  WRK-INI-HORA      TO  WL-PTO-INI-HORA.
002840     MOVE  WRK-FIM-DATA      TO  WL-PTO-FIM-DATA.
002850     MOVE  WRK-FIM-HORA      TO  WL-PTO-FIM-HORA.
002860     MOVE  WRK-LINHA-PONTOS  TO  REG-RELFWD.
002870     WRITE  REG-RELFWD.
002880     MOVE  SPACES            TO  REG-RELFWD.
002890     WRITE  REG-RELFWD.
002900     MOVE  WRK-LINHA-CABEC   TO  REG-RELFWD.
002910     WRITE  REG-RELFWD.
002920
002930     MOVE  SPACES            TO  JRN-PROGRAMA.
002940     MOVE  WRK-INI-DATA      TO  JRN-DATA.
002950     COMPUTE  JRN-HORA  =  WRK-INI-HORA  *  100.
002960     MOVE  ZEROS             TO  JRN-SEQ.
002970     START  JRNDAT  KEY  NOT  <  JRN-CHAVE
002980         INVALID  KEY
002990             SET  FIM-JRNDAT  TO  TRUE
003000     END-START.
003010 1000-INICIALIZAR-EXIT.
003020     EXIT.
003030
003040 2000-LER-JRNDAT  SECTION.
003050     IF  FIM-JRNDAT
003060         GO  TO  2000-LER-JRNDAT-EXIT
003070     END-IF.
003080     READ  JRNDAT  NEXT  RECORD
003090         AT  END
003100             SET  FIM-JRNDAT  TO  TRUE
003110     END-READ.
003120     IF  NOT  FIM-JRNDAT  AND
003130         WRK-FS-JRNDAT  NOT  =  '00'
003140         DISPLAY  'FERRFWD - ERRO LEITURA JRNDAT - FS='
003150                  WRK-FS-JRNDAT
003160         MOVE  '16'  TO  WRK-RC
003170         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003180     END-IF.
003190 2000-LER-JRNDAT-EXIT.
003200     EXIT.
003210
003220*---------------------------------------------------------------*
003230*    3000 - APLICA UMA ENTRADA DO JORNAL.  ENTRADAS ALEM DO     *
003240*           PONTO FINAL SO SAO CONTADAS (FICAM FORA DA          *
003250*           RECUPERACAO).                                       *
003260*---------------------------------------------------------------*
003270 3000-PROCESSAR  SECTION.
003280     IF  JRN-CHAVE(1:16)  >  WRK-PONTO-FIM
003290         ADD  1  TO  WRK-QTD-POSTERIORES
003300         GO  TO  3000-PROCESSAR-LER
003310     END-IF.
003320     ADD  1  TO  WRK-QTD-LIDAS.
003330     MOVE  'N'     TO  WRK-REG-EXISTE.
003340     MOVE  SPACES  TO  WRK-IMAGEM-ATUAL.
003350     EVALUATE  TRUE
003360         WHEN  JRN-COUNTDAT  AND
003370               (JRN-INCLUSAO  OR  JRN-ALTERACAO  OR  JRN-EXCLUSAO)
003380             PERFORM  3100-APLICAR-COUNTDAT
003390                      THRU  3100-APLICAR-COUNTDAT-EXIT
003400         WHEN  JRN-LOGDAT  AND
003410               (JRN-INCLUSAO  OR  JRN-ALTERACAO  OR  JRN-EXCLUSAO)
003420             PERFORM  3200-APLICAR-LOGDAT
003430                      THRU  3200-APLICAR-LOGDAT-EXIT
003440         WHEN  OTHER
003450             ADD  1  TO  WRK-QTD-INVALIDAS
003460             SET  SIT-INVALIDA  TO  TRUE
003470     END-EVALUATE.
003480     PERFORM  4000-IMPRIMIR-ENTRADA
003490              THRU  4000-IMPRIMIR-ENTRADA-EXIT.
003500 3000-PROCESSAR-LER.
003510     PERFORM  2000-LER-JRNDAT  THRU  2000-LER-JRNDAT-EXIT.
003520 3000-PROCESSAR-EXIT.
003530     EXIT.
003540
003550*---------------------------------------------------------------*
003560*    3100 - APLICA A ENTRADA EM COUNTDAT (CHAVE = APLICACAO)    *
003570*---------------------------------------------------------------*
003580 3100-APLICAR-COUNTDAT  SECTION.
003590     IF  JRN-EXCLUSAO
003600         MOVE  JRN-ANTES   TO  REG-COUNTDAT
003610     ELSE
003620         MOVE  JRN-DEPOIS  TO  REG-COUNTDAT
003630     END-IF.
003640     READ  COUNTDAT
003650         INVALID  KEY
003660             CONTINUE
003670     END-READ.
003680     EVALUATE  WRK-FS-COUNTDAT
003690         WHEN  '00'
003700             MOVE  'S'           TO  WRK-REG-EXISTE
003710             MOVE  REG-COUNTDAT  TO  WRK-IMAGEM-ATUAL
003720         WHEN  '23'
003730             CONTINUE
003740         WHEN  OTHER
003750             DISPLAY  'FERRFWD - ERRO LEITURA COUNTDAT - FS='
003760                      WRK-FS-COUNTDAT
003770             MOVE  '16'  TO  WRK-RC
003780             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003790     END-EVALUATE.
003800     PERFORM  3500-CLASSIFICAR  THRU  3500-CLASSIFICAR-EXIT.
003810     IF  SIT-JA-CONSTA
003820         GO  TO  3100-APLICAR-COUNTDAT-EXIT
003830     END-IF.
003840
003850     EVALUATE  TRUE
003860         WHEN  JRN-EXCLUSAO
003870             DELETE  COUNTDAT  RECORD
003880         WHEN  REGISTRO-EXISTE
003890             MOVE  JRN-DEPOIS  TO  REG-COUNTDAT
003900             REWRITE  REG-COUNTDAT
003910         WHEN  OTHER
003920             MOVE  JRN-DEPOIS  TO  REG-COUNTDAT
003930             WRITE  REG-COUNTDAT
003940     END-EVALUATE.
003950     IF  WRK-FS-COUNTDAT  NOT  =  '00'
003960         DISPLAY  'FERRFWD - ERRO ATUALIZACAO COUNTDAT - FS='
003970                  WRK-FS-COUNTDAT
003980         MOVE  '16'  TO  WRK-RC
003990         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004000     END-IF.
004010 3100-APLICAR-COUNTDAT-EXIT.
004020     EXIT.
004030
004040*---------------------------------------------------------------*
004050*    3200 - APLICA A ENTRADA EM LOGDAT (CHAVE = APLICACAO +     *
004060*           SEQUENCIA)                                          *
004070*---------------------------------------------------------------*
004080 3200-APLICAR-LOGDAT  SECTION.
004090     IF  JRN-EXCLUSAO
004100         MOVE  JRN-ANTES   TO  REG-LOGDAT
004110     ELSE
004120         MOVE  JRN-DEPOIS  TO  REG-LOGDAT
004130     END-IF.
004140     READ  LOGDAT
004150         INVALID  KEY
004160             CONTINUE
004170     END-READ.
004180     EVALUATE  WRK-FS-LOGDAT
004190         WHEN  '00'
004200             MOVE  'S'         TO  WRK-REG-EXISTE
004210             MOVE  REG-LOGDAT  TO  WRK-IMAGEM-ATUAL
004220         WHEN  '23'
004230             CONTINUE
004240         WHEN  OTHER
004250             DISPLAY  'FERRFWD - ERRO LEITURA LOGDAT - FS='
004260                      WRK-FS-LOGDAT
004270             MOVE  '16'  TO  WRK-RC
004280             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004290     END-EVALUATE.
004300     PERFORM  3500-CLASSIFICAR  THRU  3500-CLASSIFICAR-EXIT.
004310     IF  SIT-JA-CONSTA
004320         GO  TO  3200-APLICAR-LOGDAT-EXIT
004330     END-IF.
004340
004350     EVALUATE  TRUE
004360         WHEN  JRN-EXCLUSAO
004370             DELETE  LOGDAT  RECORD
004380         WHEN  REGISTRO-EXISTE
004390             MOVE  JRN-DEPOIS  TO  REG-LOGDAT
004400             REWRITE  REG-LOGDAT
004410         WHEN  OTHER
004420             MOVE  JRN-DEPOIS  TO  REG-LOGDAT
004430             WRITE  REG-LOGDAT
004440     END-EVALUATE.
004450     IF  WRK-FS-LOGDAT  NOT  =  '00'
004460         DISPLAY  'FERRFWD - ERRO ATUALIZACAO LOGDAT - FS='
004470                  WRK-FS-LOGDAT
004480         MOVE  '16'  TO  WRK-RC
004490         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004500     END-IF.
004510 3200-APLICAR-LOGDAT-EXIT.
004520     EXIT.
004530
004540*---------------------------------------------------------------*
004550*    3500 - CONFRONTA O REGISTRO ENCONTRADO COM AS IMAGENS DA   *
004560*           ENTRADA.  JA IGUAL AO ESTADO FINAL = A COPIA JA     *
004570*           TINHA A ALTERACAO; IGUAL AO ESTADO ANTERIOR (OU     *
004580*           AUSENTE NUMA INCLUSAO) = SEGUE O JORNAL; QUALQUER   *
004590*           OUTRA COISA = DIVERGENCIA, E A IMAGEM POSTERIOR     *
004600*           PREVALECE.                                          *
004610*---------------------------------------------------------------*
004620 3500-CLASSIFICAR  SECTION.
004630     EVALUATE  TRUE
004640         WHEN  JRN-EXCLUSAO  AND  NOT  REGISTRO-EXISTE
004650             SET  SIT-JA-CONSTA   TO  TRUE
004660         WHEN  NOT  JRN-EXCLUSAO  AND  REGISTRO-EXISTE  AND
004670               WRK-IMAGEM-ATUAL  =  JRN-DEPOIS
004680             SET  SIT-JA-CONSTA   TO  TRUE
004690         WHEN  JRN-INCLUSAO  AND  NOT  REGISTRO-EXISTE
004700             SET  SIT-APLICADA    TO  TRUE
004710         WHEN  NOT  JRN-INCLUSAO  AND  REGISTRO-EXISTE  AND
004720               WRK-IMAGEM-ATUAL  =  JRN-ANTES
004730             SET  SIT-APLICADA    TO  TRUE
004740         WHEN  OTHER
004750             SET  SIT-DIVERGENTE  TO  TRUE
004760     END-EVALUATE.
004770     EVALUATE  TRUE
004780         WHEN  SIT-JA-CONSTA
004790             ADD  1  TO  WRK-QTD-JA-CONSTAM
004800         WHEN  SIT-APLICADA
004810             ADD  1  TO  WRK-QTD-APLICADAS
004820         WHEN  OTHER
004830             ADD  1  TO  WRK-QTD-DIVERGENTES
004840     END-EVALUATE.
004850 3500-CLASSIFICAR-EXIT.
004860     EXIT.
004870
004880*---------------------------------------------------------------*
004890*    4000 - LISTA A ENTRADA E O RESULTADO EM RELFWD             *
004900*---------------------------------------------------------------*
004910 4000-IMPRIMIR-ENTRADA  SECTION.
004920     MOVE  SPACES            TO  WRK-LINHA-DET.
004930     MOVE  JRN-DATA          TO  WL-DET-DATA.
004940     MOVE  JRN-HORA          TO  WL-DET-HORA.
004950     MOVE  JRN-PROGRAMA      TO  WL-DET-PROGRAMA.
004960     MOVE  JRN-SEQ           TO  WL-DET-SEQ.
004970     MOVE  WRK-SITUACAO      TO  WL-DET-SITUACAO.
004980     IF  JRN-EXCLUSAO
004990         MOVE  JRN-ANTES     TO  WRK-IMAGEM-CHAVE
005000     ELSE
005010         MOVE  JRN-DEPOIS    TO  WRK-IMAGEM-CHAVE
005020     END-IF.
005030     MOVE  WRK-IMAGEM-CHAVE(1:8)  TO  WL-DET-CHAVE(1:8).
005040     EVALUATE  TRUE
005050         WHEN  JRN-COUNTDAT
005060             MOVE  'COUNTDAT'      TO  WL-DET-ARQUIVO
005070         WHEN  JRN-LOGDAT
005080             MOVE  'LOGDAT'        TO  WL-DET-ARQUIVO
005090             MOVE  WRK-IMAGEM-CHAVE(9:9)  TO  WL-DET-CHAVE(10:9)
005100         WHEN  OTHER
005110             MOVE  JRN-ARQUIVO     TO  WL-DET-ARQUIVO
005120     END-EVALUATE.
005130     EVALUATE  TRUE
005140         WHEN  JRN-INCLUSAO
005150             MOVE  'INCLUSAO'      TO  WL-DET-OPERACAO
005160         WHEN  JRN-ALTERACAO
005170             MOVE  'ALTERACAO'     TO  WL-DET-OPERACAO
005180         WHEN  JRN-EXCLUSAO
005190             MOVE  'EXCLUSAO'      TO  WL-DET-OPERACAO
005200         WHEN  OTHER
005210             MOVE  JRN-OPERACAO    TO  WL-DET-OPERACAO
005220     END-EVALUATE.
005230     MOVE  WRK-LINHA-DET     TO  REG-RELFWD.
005240     WRITE  REG-RELFWD.
005250 4000-IMPRIMIR-ENTRADA-EXIT.
005260     EXIT.
005270
005280*---------------------------------------------------------------*
005290*    5000 - TOTAIS DA RECUPERACAO.  DIVERGENCIA OU ENTRADA      *
005300*           INVALIDA = RC 04 (CONFERIR A COPIA E O PONTO USADOS)*
005310*---------------------------------------------------------------*
005320 5000-TOTALIZAR  SECTION.
005330     MOVE  SPACES  TO  REG-RELFWD.
005340     WRITE  REG-RELFWD.
005350     MOVE  'ENTRADAS ATE O PONTO FINAL:'  TO  WL-TOT-ROTULO.
005360     MOVE  WRK-QTD-LIDAS        TO  WL-TOT-QTD.
005370     PERFORM  5100-IMPRIMIR-TOTAL  THRU  5100-IMPRIMIR-TOTAL-EXIT.
005380     MOVE  'APLICADAS CONFORME O JORNAL:'  TO  WL-TOT-ROTULO.
005390     MOVE  WRK-QTD-APLICADAS    TO  WL-TOT-QTD.
005400     PERFORM  5100-IMPRIMIR-TOTAL  THRU  5100-IMPRIMIR-TOTAL-EXIT.
005410     MOVE  'JA CONSTAVAM DA COPIA (NADA GRAVADO):'
005420                                TO  WL-TOT-ROTULO.
005430     MOVE  WRK-QTD-JA-CONSTAM   TO  WL-TOT-QTD.
005440     PERFORM  5100-IMPRIMIR-TOTAL  THRU  5100-IMPRIMIR-TOTAL-EXIT.
005450     MOVE  'APLICADAS COM DIVERGENCIA:'  TO  WL-TOT-ROTULO.
005460     MOVE  WRK-QTD-DIVERGENTES  TO  WL-TOT-QTD.
005470     PERFORM  5100-IMPRIMIR-TOTAL  THRU  5100-IMPRIMIR-TOTAL-EXIT.
005480     MOVE  'ENTRADAS INVALIDAS (IGNORADAS):'  TO  WL-TOT-ROTULO.
005490     MOVE  WRK-QTD-INVALIDAS    TO  WL-TOT-QTD.
005500     PERFORM  5100-IMPRIMIR-TOTAL  THRU  5100-IMPRIMIR-TOTAL-EXIT.
005510     MOVE  'POSTERIORES AO PONTO FINAL (NAO APLIC):'
005520                                TO  WL-TOT-ROTULO.
005530     MOVE  WRK-QTD-POSTERIORES  TO  WL-TOT-QTD.
005540     PERFORM  5100-IMPRIMIR-TOTAL  THRU  5100-IMPRIMIR-TOTAL-EXIT.
005550     IF  WRK-QTD-DIVERGENTES  >  ZERO  OR
005560         WRK-QTD-INVALIDAS    >  ZERO
005570         DISPLAY  'FERRFWD - *** ALERTA: ENTRADAS DIVERGENTES OU '
005580                  'INVALIDAS - VERIFICAR RELATORIO ***'
005590         MOVE  '04'  TO  WRK-RC
005600     END-IF.
005610     DISPLAY  'FERRFWD - HISTLOG/CHKPDAT NAO RECUPERADOS - '
005620              'RODAR FERRREC E TIRAR NOVA COPIA DE SEGURANCA'.
005630 5000-TOTALIZAR-EXIT.
005640     EXIT.
005650
005660 5100-IMPRIMIR-TOTAL  SECTION.
005670     MOVE  WRK-LINHA-TOTAL  TO  REG-RELFWD.
005680     WRITE  REG-RELFWD.
005690 5100-IMPRIMIR-TOTAL-EXIT.
005700     EXIT.
005710
005720*---------------------------------------------------------------*
005730*    7800 - OBTEM A TRAVA DE EXECUCAO DO SUBSISTEMA (LOCKDAT,    *
005740*           RECURSO CONTADOR) ANTES DE TOCAR COUNTDAT/LOGDAT.    *
005750*           OCUPADA, TENTA DE NOVO ALGUMAS VEZES E DESISTE COM   *
005760*           RC 14, MOSTRANDO O DONO - UMA TRAVA VELHA DEIXADA    *
005770*           POR ABEND E QUEBRADA PELO OPERADOR COM O FERRLCK.    *
005780*---------------------------------------------------------------*
005790 7800-OBTER-TRAVA  SECTION.
005800 7800-TENTAR.
005810     OPEN  I-O  LOCKDAT.
005820     EVALUATE  WRK-FS-LOCKDAT
005830         WHEN  '00'
005840             CONTINUE
005850         WHEN  '35'
005860             OPEN  OUTPUT  LOCKDAT
005870             IF  WRK-FS-LOCKDAT  =  '00'
005880                 CLOSE  LOCKDAT
005890                 OPEN  I-O  LOCKDAT
005900             END-IF
005910             IF  WRK-FS-LOCKDAT  NOT  =  '00'
005920                 DISPLAY  'FERRFWD - ERRO CRIACAO LOCKDAT - FS='
005930                          WRK-FS-LOCKDAT
005940                 MOVE  '12'  TO  WRK-RC
005950                 PERFORM  9999-FINALIZAR
005960                          THRU  9999-FINALIZAR-EXIT
005970             END-IF
005980         WHEN  OTHER
005990             DISPLAY  'FERRFWD - ERRO ABERTURA LOCKDAT - FS='
006000                      WRK-FS-LOCKDAT
006010             MOVE  '12'  TO  WRK-RC
006020             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
006030     END-EVALUATE.
006040
006050     MOVE  'CONTADOR'  TO  LCK-RECURSO.
006060     READ  LOCKDAT
006070         INVALID  KEY
006080             PERFORM  7810-MONTAR-TRAVA
006090                      THRU  7810-MONTAR-TRAVA-EXIT
006100             WRITE  REG-LCKDAT
006110             IF  WRK-FS-LOCKDAT  =  '00'
006120                 MOVE  'S'  TO  WRK-SW-TRAVA-OK
006130             END-IF
006140     END-READ.
006150     IF  NOT  TRAVA-OBTIDA  AND
006160         WRK-FS-LOCKDAT  =  '00'  AND
006170         LCK-LIVRE
006180         PERFORM  7810-MONTAR-TRAVA
006190                  THRU  7810-MONTAR-TRAVA-EXIT
006200         REWRITE  REG-LCKDAT
006210         IF  WRK-FS-LOCKDAT  =  '00'
006220             MOVE  'S'  TO  WRK-SW-TRAVA-OK
006230         END-IF
006240     END-IF.
006250     IF  TRAVA-OBTIDA
006260         GO  TO  7800-OBTER-TRAVA-EXIT
006270     END-IF.
006280
006290*    TRAVA OCUPADA (OU CORRIDA NA GRAVACAO): FECHA, TENTA DE
006300*    NOVO E, ESGOTADAS AS TENTATIVAS, DESISTE COM RC CLARO EM
006310*    VEZ DE INTERCALAR ATUALIZACOES COM OUTRO PASSO.
006320     CLOSE  LOCKDAT.
006330     ADD  1  TO  WRK-TENTATIVAS-TRAVA.
006340     IF  WRK-TENTATIVAS-TRAVA  <  WRK-MAX-TENTATIVAS
006350         GO  TO  7800-TENTAR
006360     END-IF.
006370     DISPLAY  'FERRFWD - TRAVA DO SUBSISTEMA OCUPADA POR '
006380              LCK-PROGRAMA  ' DESDE '  LCK-DATA  ' '  LCK-HORA.
006390     DISPLAY  'FERRFWD - SE FOR TRAVA VELHA DE ABEND, LIBERAR '
006400              'COM FERRLCK E RESUBMETER'.
006410     MOVE  '14'  TO  WRK-RC.
006420     PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT.
006430 7800-OBTER-TRAVA-EXIT.
006440     EXIT.
006450
006460 7810-MONTAR-TRAVA  SECTION.
006470     MOVE  SPACES         TO  REG-LCKDAT.
006480     MOVE  'CONTADOR'     TO  LCK-RECURSO.
006490     MOVE  'S'            TO  LCK-OCUPADO.
006500     MOVE  'FERRFWD '    TO  LCK-PROGRAMA.
006510     MOVE  WRK-APLICACAO  TO  LCK-APLICACAO.
006520     MOVE  WRK-DATA-HOJE  TO  LCK-DATA.
006530     MOVE  WRK-HORA  TO  LCK-HORA.
006540 7810-MONTAR-TRAVA-EXIT.
006550     EXIT.
006560
006570*---------------------------------------------------------------*
006580*    7850 - LIBERA A TRAVA DE EXECUCAO AO FIM DO PASSO           *
006590*---------------------------------------------------------------*
006600 7850-LIBERAR-TRAVA  SECTION.
006610     IF  NOT  TRAVA-OBTIDA
006620         GO  TO  7850-LIBERAR-TRAVA-EXIT
006630     END-IF.
006640     MOVE  'N'  TO  WRK-SW-TRAVA-OK.
006650     MOVE  'CONTADOR'  TO  LCK-RECURSO.
006660     READ  LOCKDAT
006670         INVALID  KEY
006680             CONTINUE
006690     END-READ.
006700     IF  WRK-FS-LOCKDAT  =  '00'
006710         MOVE  'N'  TO  LCK-OCUPADO
006720         REWRITE  REG-LCKDAT
006730     END-IF.
006740     IF  WRK-FS-LOCKDAT  NOT  =  '00'
006750         DISPLAY  'FERRFWD - AVISO: FALHA NA LIBERACAO DA TRAVA '
006760                  '- FS='  WRK-FS-LOCKDAT
006770     END-IF.
006780     CLOSE  LOCKDAT.
006790 7850-LIBERAR-TRAVA-EXIT.
006800     EXIT.
006820
006830 9999-FINALIZAR  SECTION.
006840     PERFORM  7850-LIBERAR-TRAVA  THRU  7850-LIBERAR-TRAVA-EXIT.
006850     CLOSE  JRNDAT  COUNTDAT  LOGDAT  RELFWD.
006860     DISPLAY  'FERRFWD - APLICADAS: '  WRK-QTD-APLICADAS
006870              ' JA CONSTAVAM: '  WRK-QTD-JA-CONSTAM
006880              ' DIVERGENTES: '  WRK-QTD-DIVERGENTES.
006890     DISPLAY  'FERRFWD - FIM DE PROCESSAMENTO - RC='  WRK-RC.
006900     MOVE  WRK-RC  TO  RETURN-CODE.
006910     STOP  RUN.
006920 9999-FINALIZAR-EXIT.
006930     EXIT.
