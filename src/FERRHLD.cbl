000265*                   IS RETRIED BRIEFLY AND THEN FAILS WITH RC 14
000266*                   AND THE OWNER STAMP, INSTEAD OF INTERLEAVING
000267*                   UPDATES WITH ANOTHER APPLICATION'S STEP.
000268*  2026-10-15 AR    EVERY LOGDAT REWRITE IS ALSO WRITTEN TO THE
000269*                   UPDATE JOURNAL (JRNDAT) WITH ITS BEFORE AND
000270*                   AFTER IMAGE FOR FORWARD RECOVERY BY FERRFWD
000271*                   (HISTLOG IS NOT JOURNALED).  JOURNAL
000272*                   UNAVAILABLE AT OPEN = RC 12, JOURNAL WRITE
000273*                   FAILURE = RC 16.
000274*****************************************************************
000280 PROGRAM-ID.    FERRHLD.
000290 AUTHOR.        ANDRE.
000300 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000453         ACCESS MODE   IS  DYNAMIC
000454         RECORD KEY    IS  LCK-CHAVE
000455         FILE STATUS   IS  WRK-FS-LOCKDAT.
000456     SELECT  JRNDAT    ASSIGN  TO  DISK
000457         ORGANIZATION  IS  INDEXED
000458         ACCESS MODE   IS  DYNAMIC
000460         RECORD KEY    IS  JRN-CHAVE
000462         FILE STATUS   IS  WRK-FS-JRNDAT.
000464 DATA  DIVISION.
000470 FILE  SECTION.
000480 FD  LOGDAT
000490     LABEL RECORD STANDARD VALUE OF FILE-ID IS "log.dat".
000711 FD  LOCKDAT
000712     LABEL RECORD STANDARD VALUE OF FILE-ID IS "lockdat.dat".
000713     COPY  CPLCKDAT.
000714 FD  JRNDAT
000715     LABEL RECORD STANDARD VALUE OF FILE-ID IS "jrndat.dat".
000716     COPY  CPJRNDAT.
000720 WORKING-STORAGE  SECTION.
000730 77  WRK-RC                    PIC X(02)  VALUE  '00'.
000740 77  WRK-FS-LOGDAT             PIC X(02)  VALUE  '00'.
000742 77  WRK-FS-HISTLOG            PIC X(02)  VALUE  '00'.
000744 77  WRK-FS-LOCKDAT            PIC X(02)  VALUE  '00'.
000746 77  WRK-FS-JRNDAT             PIC X(02)  VALUE  '00'.
000752 01  WRK-SW-TRAVA.
000753     03  WRK-SW-TRAVA-OK       PIC X(01)  VALUE  'N'.
000754         88  TRAVA-OBTIDA                 VALUE  'S'.
000950 77  WRK-QTD-LIBERADOS         PIC 9(09)  VALUE  ZEROS.
000960 77  WRK-QTD-JA-ESTAVAM        PIC 9(09)  VALUE  ZEROS.
000970 77  WRK-QTD-FORA-FAIXA        PIC 9(09)  VALUE  ZEROS.
000971*---------------------------------------------------------------*
000972*    CAMPOS DE MONTAGEM DA ENTRADA DO JORNAL (JRNDAT)           *
000973*---------------------------------------------------------------*
000974 77  WRK-JRN-SEQ               PIC 9(09)  VALUE  ZEROS.
000975 77  WRK-JRN-ARQUIVO           PIC X(01)  VALUE  SPACES.
000976 77  WRK-JRN-OPERACAO          PIC X(01)  VALUE  SPACES.
000977 77  WRK-JRN-ANTES             PIC X(80)  VALUE  SPACES.
000978 77  WRK-JRN-DEPOIS            PIC X(80)  VALUE  SPACES.
000980 LINKAGE  SECTION.
000990 01  LS-PARM-AREA.
001000     03  LS-PARM-LEN           PIC S9(04)  COMP.
001690              ' PERIODO '  WRK-DATA-INI  ' A '  WRK-DATA-FIM.
001700
001701     PERFORM  7800-OBTER-TRAVA  THRU  7800-OBTER-TRAVA-EXIT.
001702     PERFORM  7900-ABRIR-JORNAL  THRU  7900-ABRIR-JORNAL-EXIT.
001710     OPEN  I-O  LOGDAT.
001720     IF  WRK-FS-LOGDAT  NOT  =  '00'
001730         DISPLAY  'FERRHLD - ERRO ABERTURA LOGDAT - FS='
002310         ADD  1  TO  WRK-QTD-FORA-FAIXA
002320         GO  TO  2200-APLICAR-LER
002330     END-IF.
002335     MOVE  REG-LOGDAT  TO  WRK-JRN-ANTES.
002340     EVALUATE  TRUE
002350         WHEN  ACAO-MARCAR  AND  LOG-EM-HOLD
002360             ADD  1  TO  WRK-QTD-JA-ESTAVAM
002460                 PERFORM  9999-FINALIZAR
002470                          THRU  9999-FINALIZAR-EXIT
002480             END-IF
002482             PERFORM  2300-JORNALIZAR-LOGDAT
002484                      THRU  2300-JORNALIZAR-LOGDAT-EXIT
002490             ADD  1  TO  WRK-QTD-MARCADOS
002500         WHEN  ACAO-LIBERAR  AND  LOG-EM-HOLD
002510             MOVE  SPACES          TO  LOG-HOLD-FLAG
002590                 PERFORM  9999-FINALIZAR
002600                          THRU  9999-FINALIZAR-EXIT
002610             END-IF
002612             PERFORM  2300-JORNALIZAR-LOGDAT
002614                      THRU  2300-JORNALIZAR-LOGDAT-EXIT
002620             ADD  1  TO  WRK-QTD-LIBERADOS
002630         WHEN  OTHER
002640             ADD  1  TO  WRK-QTD-JA-ESTAVAM
002670     PERFORM  2100-LER-LOGDAT  THRU  2100-LER-LOGDAT-EXIT.
002680 2200-APLICAR-LOGDAT-EXIT.
002690     EXIT.
002691
002692*---------------------------------------------------------------*
002693*    2300 - LEVA AO JORNAL A LINHA DE LOGDAT RECEM-REGRAVADA    *
002694*           (IMAGEM ANTERIOR GUARDADA EM 2200)                  *
002695*---------------------------------------------------------------*
002696 2300-JORNALIZAR-LOGDAT  SECTION.
002697     MOVE  'L'              TO  WRK-JRN-ARQUIVO.
002698     MOVE  'A'              TO  WRK-JRN-OPERACAO.
002700     MOVE  REG-LOGDAT       TO  WRK-JRN-DEPOIS.
002702     PERFORM  7950-GRAVAR-JORNAL  THRU  7950-GRAVAR-JORNAL-EXIT.
002704 2300-JORNALIZAR-LOGDAT-EXIT.
002706     EXIT.
002708
002710*---------------------------------------------------------------*
002720*    3000 - MESMA ACAO SOBRE O ARQUIVO MORTO (HISTLOG), PARA O   *
002730*           FERRHST TAMBEM RESPEITAR O HOLD                      *
003607     CLOSE  LOCKDAT.
003608 7850-LIBERAR-TRAVA-EXIT.
003609     EXIT.
003610*---------------------------------------------------------------*
003611*    7900 - ABRE (OU CRIA) O JORNAL DE ATUALIZACOES (JRNDAT).   *
003612*           AO CONTRARIO DO EVTLOG O JORNAL NAO E AUXILIAR: SEM *
003613*           ELE A RECUPERACAO PARA A FRENTE (FERRFWD) PERDERIA  *
003614*           AS ALTERACOES DESTA EXECUCAO, ENTAO A FALHA DERRUBA *
003615*           O PASSO COM RC 12 ANTES DE QUALQUER ATUALIZACAO.    *
003616*---------------------------------------------------------------*
003617 7900-ABRIR-JORNAL  SECTION.
003618     OPEN  I-O  JRNDAT.
003619     IF  WRK-FS-JRNDAT  =  '35'
003620         OPEN  OUTPUT  JRNDAT
003621         IF  WRK-FS-JRNDAT  =  '00'
003622             CLOSE  JRNDAT
003623             OPEN  I-O  JRNDAT
003624         END-IF
003625     END-IF.
003626     IF  WRK-FS-JRNDAT  NOT  =  '00'
003627         DISPLAY  'FERRHLD - ERRO ABERTURA JRNDAT - FS='
003628                  WRK-FS-JRNDAT
003629         MOVE  '12'  TO  WRK-RC
003630         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003631     END-IF.
003632 7900-ABRIR-JORNAL-EXIT.
003633     EXIT.
003634
003635*---------------------------------------------------------------*
003636*    7950 - GRAVA NO JORNAL A ALTERACAO RECEM-FEITA, COM AS     *
003637*           IMAGENS ANTES E DEPOIS MONTADAS PELO CHAMADOR.      *
003638*           CHAVE DUPLICADA (FS 22) AVANCA A SEQUENCIA E TENTA  *
003639*           DE NOVO.  OUTRA FALHA DERRUBA O PASSO COM RC 16: A  *
003640*           ALTERACAO JA FEITA FICOU FORA DO JORNAL, E O        *
003641*           FERRFWD SO VOLTA A SER CONFIAVEL A PARTIR DE UMA    *
003642*           NOVA COPIA DE SEGURANCA DE COUNTDAT/LOGDAT.         *
003643*---------------------------------------------------------------*
003644 7950-GRAVAR-JORNAL  SECTION.
003645     MOVE  SPACES            TO  REG-JRNDAT.
003646     ACCEPT  JRN-DATA        FROM  DATE  YYYYMMDD.
003647     ACCEPT  JRN-HORA        FROM  TIME.
003648     MOVE  'FERRHLD '        TO  JRN-PROGRAMA.
003649     MOVE  WRK-APLICACAO     TO  JRN-APLICACAO.
003650     MOVE  WRK-JRN-ARQUIVO   TO  JRN-ARQUIVO.
003651     MOVE  WRK-JRN-OPERACAO  TO  JRN-OPERACAO.
003652     MOVE  WRK-JRN-ANTES     TO  JRN-ANTES.
003653     MOVE  WRK-JRN-DEPOIS    TO  JRN-DEPOIS.
003654 7950-GRAVAR-TENTATIVA.
003655     ADD  1  TO  WRK-JRN-SEQ.
003656     MOVE  WRK-JRN-SEQ       TO  JRN-SEQ.
003657     WRITE  REG-JRNDAT.
003658     IF  WRK-FS-JRNDAT  =  '22'  AND  WRK-JRN-SEQ  <  999999999
003659         GO  TO  7950-GRAVAR-TENTATIVA
003660     END-IF.
003661     IF  WRK-FS-JRNDAT  NOT  =  '00'
003662         DISPLAY  'FERRHLD - ERRO GRAVACAO JRNDAT - FS='
003663                  WRK-FS-JRNDAT
003664         DISPLAY  'FERRHLD - JORNAL INCOMPLETO - TIRAR NOVA '
003665                  'COPIA DE SEGURANCA DE COUNTDAT/LOGDAT'
003666         MOVE  '16'  TO  WRK-RC
003667         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003668     END-IF.
003669 7950-GRAVAR-JORNAL-EXIT.
003670     EXIT.
003680
003690
003700 9999-FINALIZAR  SECTION.
003710     PERFORM  7850-LIBERAR-TRAVA  THRU  7850-LIBERAR-TRAVA-EXIT.
003720     CLOSE  LOGDAT  HISTLOG  JRNDAT.
003730     DISPLAY  'FERRHLD - MARCADOS: '  WRK-QTD-MARCADOS
003740              ' LIBERADOS: '  WRK-QTD-LIBERADOS
003750              ' SEM ACAO: '  WRK-QTD-JA-ESTAVAM.
003760     DISPLAY  'FERRHLD - FIM DE PROCESSAMENTO - RC='  WRK-RC.
003770     MOVE  WRK-RC  TO  RETURN-CODE.
003780     STOP  RUN.
003790 9999-FINALIZAR-EXIT.
003800     EXIT.
