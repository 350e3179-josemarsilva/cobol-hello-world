000230*                   IS RETRIED BRIEFLY AND THEN FAILS WITH RC 14
000231*                   AND THE OWNER STAMP, INSTEAD OF INTERLEAVING
000232*                   UPDATES WITH ANOTHER APPLICATION'S STEP.
000233*  2026-10-15 AR    EVTLOG EVENTS NOW CARRY THE APPLICATION
000234*                   (EVT-APLICACAO); EVENT TEXT IS 26 BYTES.
000235*  2026-10-15 AR    EVERY CHANGE TO COUNTDAT/LOGDAT (COUNTER
000236*                   REWRITES, PURGE DELETES, RESTART CLEAN-UP)
000237*                   IS ALSO WRITTEN TO THE UPDATE JOURNAL
000238*                   (JRNDAT) WITH ITS BEFORE AND AFTER IMAGE FOR
000239*                   FORWARD RECOVERY BY FERRFWD.  JOURNAL
000240*                   UNAVAILABLE AT OPEN = RC 12, JOURNAL WRITE
000241*                   FAILURE = RC 16.
000242*****************************************************************
000180 PROGRAM-ID.    FERRARQ.
000190 AUTHOR.        ANDRE.
000200 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000406         ACCESS MODE   IS  DYNAMIC
000407         RECORD KEY    IS  LCK-CHAVE
000408         FILE STATUS   IS  WRK-FS-LOCKDAT.
000409     SELECT  JRNDAT    ASSIGN  TO  DISK
000410         ORGANIZATION  IS  INDEXED
000411         ACCESS MODE   IS  DYNAMIC
000412         RECORD KEY    IS  JRN-CHAVE
000413         FILE STATUS   IS  WRK-FS-JRNDAT.
000380 DATA  DIVISION.
000390 FILE  SECTION.
000400 FD  COUNTDAT
000569 FD  LOCKDAT
000570     LABEL RECORD STANDARD VALUE OF FILE-ID IS "lockdat.dat".
000571     COPY  CPLCKDAT.
000572 FD  JRNDAT
000573     LABEL RECORD STANDARD VALUE OF FILE-ID IS "jrndat.dat".
000574     COPY  CPJRNDAT.
000570 WORKING-STORAGE  SECTION.
000580 77  WRK-RC                    PIC X(02)  VALUE  '00'.
000590 77  WRK-FS-COUNTDAT           PIC X(02)  VALUE  '00'.
000612 77  WRK-FS-EVTLOG             PIC X(02)  VALUE  '00'.
000614 77  WRK-FS-CHKPDAT            PIC X(02)  VALUE  '00'.
000616 77  WRK-FS-PARMDAT            PIC X(02)  VALUE  '00'.
000617 77  WRK-FS-APLREG             PIC X(02)  VALUE  '00'.
000618 77  WRK-FS-LOCKDAT            PIC X(02)  VALUE  '00'.
000619 77  WRK-FS-JRNDAT             PIC X(02)  VALUE  '00'.
000620 01  WRK-SW-TRAVA.
000621     03  WRK-SW-TRAVA-OK       PIC X(01)  VALUE  'N'.
000622         88  TRAVA-OBTIDA                 VALUE  'S'.
000791 77  WRK-EVT-TIPO              PIC X(01)  VALUE  SPACES.
000792 77  WRK-EVT-QTD-1             PIC 9(09)  VALUE  ZEROS.
000793 77  WRK-EVT-QTD-2             PIC 9(09)  VALUE  ZEROS.
000794 77  WRK-EVT-TEXTO             PIC X(26)  VALUE  SPACES.
000795*---------------------------------------------------------------*
000796*    CAMPOS DE MONTAGEM DA ENTRADA DO JORNAL (JRNDAT)           *
000797*---------------------------------------------------------------*
000798 77  WRK-JRN-SEQ               PIC 9(09)  VALUE  ZEROS.
000799 77  WRK-JRN-ARQUIVO           PIC X(01)  VALUE  SPACES.
000800 77  WRK-JRN-OPERACAO          PIC X(01)  VALUE  SPACES.
000801 77  WRK-JRN-ANTES             PIC X(80)  VALUE  SPACES.
000802 77  WRK-JRN-DEPOIS            PIC X(80)  VALUE  SPACES.
000803 LINKAGE  SECTION.
000804 01  LS-PARM-AREA.
000810     03  LS-PARM-LEN           PIC S9(04)  COMP.
000820     03  LS-PARM-DADOS.
000830         05  LS-PARM-MESES     PIC 9(03).
001280              ' MESES - DATA DE CORTE: '  WRK-DATA-CORTE.
001290
001291     PERFORM  7800-OBTER-TRAVA  THRU  7800-OBTER-TRAVA-EXIT.
001292     PERFORM  7900-ABRIR-JORNAL  THRU  7900-ABRIR-JORNAL-EXIT.
001300     OPEN  I-O    COUNTDAT.
001310     OPEN  I-O    LOGDAT.
001320     OPEN  I-O    HISTLOG.
002100              THRU  1250-CONTAR-HISTLOG-EXIT
002110              UNTIL  FIM-HISTREC.

002115     MOVE  REG-COUNTDAT     TO  WRK-JRN-ANTES.
002120     COMPUTE  CTD-QTD-EXPURGADA  =
002130         CHK-QTD-CTD  +  WRK-QTD-RECUPERADA.
002140     REWRITE  REG-COUNTDAT.
002180         MOVE  '16'  TO  WRK-RC
002190         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002200     END-IF.
002202     MOVE  'C'              TO  WRK-JRN-ARQUIVO.
002204     MOVE  'A'              TO  WRK-JRN-OPERACAO.
002206     MOVE  REG-COUNTDAT     TO  WRK-JRN-DEPOIS.
002208     PERFORM  7950-GRAVAR-JORNAL  THRU  7950-GRAVAR-JORNAL-EXIT.
002210     COMPUTE  WRK-QTD-EXPURGADOS  =
002220         CHK-QTD-RUN  +  WRK-QTD-RECUPERADA.
002230
002360             CONTINUE
002370     END-READ.
002380     IF  WRK-FS-LOGDAT  =  '00'
002385         MOVE  REG-LOGDAT  TO  WRK-JRN-ANTES
002390         DELETE  LOGDAT  RECORD
002400         IF  WRK-FS-LOGDAT  NOT  =  '00'
002410             DISPLAY  'FERRARQ - ERRO EXPURGO LOGDAT - FS='
002430             MOVE  '16'  TO  WRK-RC
002440             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002450         END-IF
002452         MOVE  'L'         TO  WRK-JRN-ARQUIVO
002454         MOVE  'E'         TO  WRK-JRN-OPERACAO
002456         MOVE  SPACES      TO  WRK-JRN-DEPOIS
002458         PERFORM  7950-GRAVAR-JORNAL
002459                  THRU  7950-GRAVAR-JORNAL-EXIT
002460         DISPLAY  'FERRARQ - COPIA VIVA RESIDUAL DO SEQ '
002470                  WRK-SEQ-INICIO  ' REMOVIDA DE LOGDAT'
002480     END-IF.
003250             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003260         END-IF
003270
003275         MOVE  REG-LOGDAT        TO  WRK-JRN-ANTES
003280         DELETE  LOGDAT  RECORD
003290         IF  WRK-FS-LOGDAT  NOT  =  '00'
003300             DISPLAY  'FERRARQ - ERRO EXPURGO LOGDAT - FS='
003320             MOVE  '16'  TO  WRK-RC
003330             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003340         END-IF
003342         MOVE  'L'               TO  WRK-JRN-ARQUIVO
003344         MOVE  'E'               TO  WRK-JRN-OPERACAO
003346         MOVE  SPACES            TO  WRK-JRN-DEPOIS
003348         PERFORM  7950-GRAVAR-JORNAL
003349                  THRU  7950-GRAVAR-JORNAL-EXIT
003350
003360         ADD  1  TO  WRK-QTD-EXPURGADOS
003370         ADD  1  TO  WRK-QTD-DESDE-CHK
003560*           RETOMADA (1200).                                    *
003570*---------------------------------------------------------------*
003580 3500-GRAVAR-CHECKPOINT  SECTION.
003585     MOVE  REG-COUNTDAT     TO  WRK-JRN-ANTES.
003590     ADD  WRK-QTD-DESDE-CHK  TO  CTD-QTD-EXPURGADA.
003600     REWRITE  REG-COUNTDAT.
003610     IF  WRK-FS-COUNTDAT  NOT  =  '00'
003640         MOVE  '16'  TO  WRK-RC
003650         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003660     END-IF.
003662     MOVE  'C'              TO  WRK-JRN-ARQUIVO.
003664     MOVE  'A'              TO  WRK-JRN-OPERACAO.
003666     MOVE  REG-COUNTDAT     TO  WRK-JRN-DEPOIS.
003668     PERFORM  7950-GRAVAR-JORNAL  THRU  7950-GRAVAR-JORNAL-EXIT.
003670     MOVE  ZEROS               TO  WRK-QTD-DESDE-CHK.
003680     MOVE  WRK-APLICACAO       TO  CHK-APLICACAO.
003690     MOVE  'S'                 TO  CHK-EM-CURSO.
004020*           COUNTDAT E ENCERRA O CHECKPOINT (EXPURGO COMPLETO)  *
004030*---------------------------------------------------------------*
004040 4000-ATUALIZAR-COUNTDAT  SECTION.
004045     MOVE  REG-COUNTDAT     TO  WRK-JRN-ANTES.
004050     ADD  WRK-QTD-DESDE-CHK  TO  CTD-QTD-EXPURGADA.
004060     REWRITE  REG-COUNTDAT.
004070     IF  WRK-FS-COUNTDAT  NOT  =  '00'
004080         DISPLAY  'FERRARQ - ERRO ATUALIZACAO COUNTDAT - FS='
004090                  WRK-FS-COUNTDAT
004100         MOVE  '16'  TO  WRK-RC
004102     ELSE
004104         MOVE  'C'              TO  WRK-JRN-ARQUIVO
004106         MOVE  'A'              TO  WRK-JRN-OPERACAO
004107         MOVE  REG-COUNTDAT     TO  WRK-JRN-DEPOIS
004108         PERFORM  7950-GRAVAR-JORNAL
004109                  THRU  7950-GRAVAR-JORNAL-EXIT
004110     END-IF.
004120     IF  WRK-RC  =  '00'  AND  CHK-REGISTRO-EXISTE
004130         MOVE  'N'                 TO  CHK-EM-CURSO
004950     MOVE  WRK-EVT-QTD-1    TO  EVT-QTD-1.
004960     MOVE  WRK-EVT-QTD-2    TO  EVT-QTD-2.
004970     MOVE  WRK-EVT-TEXTO    TO  EVT-TEXTO.
004971     MOVE  WRK-APLICACAO    TO  EVT-APLICACAO.
004980     WRITE  REG-EVTLOG.
004990     IF  WRK-FS-EVTLOG  =  '22'  AND  WRK-EVT-SEQ  <  999
005000         ADD  1  TO  WRK-EVT-SEQ
005207     CLOSE  LOCKDAT.
005208 7850-LIBERAR-TRAVA-EXIT.
005209     EXIT.
005210*---------------------------------------------------------------*
005211*    7900 - ABRE (OU CRIA) O JORNAL DE ATUALIZACOES (JRNDAT).   *
005212*           AO CONTRARIO DO EVTLOG O JORNAL NAO E AUXILIAR: SEM *
005213*           ELE A RECUPERACAO PARA A FRENTE (FERRFWD) PERDERIA  *
005214*           AS ALTERACOES DESTA EXECUCAO, ENTAO A FALHA DERRUBA *
005215*           O PASSO COM RC 12 ANTES DE QUALQUER ATUALIZACAO.    *
005216*---------------------------------------------------------------*
005217 7900-ABRIR-JORNAL  SECTION.
005218     OPEN  I-O  JRNDAT.
005219     IF  WRK-FS-JRNDAT  =  '35'
005220         OPEN  OUTPUT  JRNDAT
005221         IF  WRK-FS-JRNDAT  =  '00'
005222             CLOSE  JRNDAT
005223             OPEN  I-O  JRNDAT
005224         END-IF
005225     END-IF.
005226     IF  WRK-FS-JRNDAT  NOT  =  '00'
005227         DISPLAY  'FERRARQ - ERRO ABERTURA JRNDAT - FS='
005228                  WRK-FS-JRNDAT
005229         MOVE  '12'  TO  WRK-RC
005230         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005231     END-IF.
005232 7900-ABRIR-JORNAL-EXIT.
005233     EXIT.
005234
005235*---------------------------------------------------------------*
005236*    7950 - GRAVA NO JORNAL A ALTERACAO RECEM-FEITA, COM AS     *
005237*           IMAGENS ANTES E DEPOIS MONTADAS PELO CHAMADOR.      *
005238*           CHAVE DUPLICADA (FS 22) AVANCA A SEQUENCIA E TENTA  *
005239*           DE NOVO.  OUTRA FALHA DERRUBA O PASSO COM RC 16: A  *
005240*           ALTERACAO JA FEITA FICOU FORA DO JORNAL, E O        *
005241*           FERRFWD SO VOLTA A SER CONFIAVEL A PARTIR DE UMA    *
005242*           NOVA COPIA DE SEGURANCA DE COUNTDAT/LOGDAT.         *
005243*---------------------------------------------------------------*
005244 7950-GRAVAR-JORNAL  SECTION.
005245     MOVE  SPACES            TO  REG-JRNDAT.
005246     ACCEPT  JRN-DATA        FROM  DATE  YYYYMMDD.
005247     ACCEPT  JRN-HORA        FROM  TIME.
005248     MOVE  'FERRARQ '        TO  JRN-PROGRAMA.
005249     MOVE  WRK-APLICACAO     TO  JRN-APLICACAO.
005250     MOVE  WRK-JRN-ARQUIVO   TO  JRN-ARQUIVO.
005251     MOVE  WRK-JRN-OPERACAO  TO  JRN-OPERACAO.
005252     MOVE  WRK-JRN-ANTES     TO  JRN-ANTES.
005253     MOVE  WRK-JRN-DEPOIS    TO  JRN-DEPOIS.
005254 7950-GRAVAR-TENTATIVA.
005255     ADD  1  TO  WRK-JRN-SEQ.
005256     MOVE  WRK-JRN-SEQ       TO  JRN-SEQ.
005257     WRITE  REG-JRNDAT.
005258     IF  WRK-FS-JRNDAT  =  '22'  AND  WRK-JRN-SEQ  <  999999999
005259         GO  TO  7950-GRAVAR-TENTATIVA
005260     END-IF.
005261     IF  WRK-FS-JRNDAT  NOT  =  '00'
005262         DISPLAY  'FERRARQ - ERRO GRAVACAO JRNDAT - FS='
005263                  WRK-FS-JRNDAT
005264         DISPLAY  'FERRARQ - JORNAL INCOMPLETO - TIRAR NOVA '
005265                  'COPIA DE SEGURANCA DE COUNTDAT/LOGDAT'
005266         MOVE  '16'  TO  WRK-RC
005267         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
005268     END-IF.
005269 7950-GRAVAR-JORNAL-EXIT.
005270     EXIT.
005271
005272
005280*---------------------------------------------------------------*
005290*    9999 - GRAVA O EVENTO DE FIM, FECHA OS ARQUIVOS E ENCERRA  *
005300*---------------------------------------------------------------*
005310 9999-FINALIZAR  SECTION.
005320     MOVE  'F'                 TO  WRK-EVT-TIPO.
005330     MOVE  WRK-QTD-EXPURGADOS  TO  WRK-EVT-QTD-1.
005340     MOVE  WRK-QTD-MANTIDOS    TO  WRK-EVT-QTD-2.
005350     MOVE  'EXPURGADOS / MANTIDOS'  TO  WRK-EVT-TEXTO.
005360     PERFORM  8000-GRAVAR-EVENTO
005370              THRU  8000-GRAVAR-EVENTO-EXIT.
005380     PERFORM  7850-LIBERAR-TRAVA  THRU  7850-LIBERAR-TRAVA-EXIT.
005390     CLOSE  COUNTDAT  LOGDAT  HISTLOG  EVTLOG  CHKPDAT
005400            JRNDAT.
005410     DISPLAY  'FERRARQ - EXPURGADOS: '  WRK-QTD-EXPURGADOS
005420              ' MANTIDOS: '  WRK-QTD-MANTIDOS
005430              ' EM HOLD: '  WRK-QTD-EM-HOLD.
005440     MOVE  WRK-RC  TO  RETURN-CODE.
005450     STOP  RUN.
005460 9999-FINALIZAR-EXIT.
005470     EXIT.
