000243*                   IS RETRIED BRIEFLY AND THEN FAILS WITH RC 14
000244*                   AND THE OWNER STAMP, INSTEAD OF INTERLEAVING
000245*                   UPDATES WITH ANOTHER APPLICATION'S STEP.
000246*  2026-10-15 AR    EVERY CHANGE TO COUNTDAT/LOGDAT IS ALSO
000247*                   WRITTEN TO THE UPDATE JOURNAL (JRNDAT) WITH
000248*                   ITS BEFORE AND AFTER IMAGE FOR FORWARD
000249*                   RECOVERY BY FERRFWD.  JOURNAL UNAVAILABLE AT
000250*                   OPEN = RC 12, JOURNAL WRITE FAILURE = RC 16.
000240*****************************************************************
000250 PROGRAM-ID.    FERRRES.
000260 AUTHOR.        ANDRE.
000482         ACCESS MODE   IS  DYNAMIC
000483         RECORD KEY    IS  LCK-CHAVE
000484         FILE STATUS   IS  WRK-FS-LOCKDAT.
000485     SELECT  JRNDAT    ASSIGN  TO  DISK
000486         ORGANIZATION  IS  INDEXED
000487         ACCESS MODE   IS  DYNAMIC
000488         RECORD KEY    IS  JRN-CHAVE
000489         FILE STATUS   IS  WRK-FS-JRNDAT.
000480 DATA  DIVISION.
000490 FILE  SECTION.
000500 FD  COUNTDAT
000717 FD  LOCKDAT
000718     LABEL RECORD STANDARD VALUE OF FILE-ID IS "lockdat.dat".
000719     COPY  CPLCKDAT.
000721 FD  JRNDAT
000723     LABEL RECORD STANDARD VALUE OF FILE-ID IS "jrndat.dat".
000725     COPY  CPJRNDAT.
000727 WORKING-STORAGE  SECTION.
000730 77  WRK-RC                    PIC X(02)  VALUE  '00'.
000740 77  WRK-FS-COUNTDAT           PIC X(02)  VALUE  '00'.
000750 77  WRK-FS-LOGDAT             PIC X(02)  VALUE  '00'.
000760 77  WRK-FS-HISTLOG            PIC X(02)  VALUE  '00'.
000761 77  WRK-FS-CHKPDAT            PIC X(02)  VALUE  '00'.
000762 77  WRK-FS-LOCKDAT            PIC X(02)  VALUE  '00'.
000763 77  WRK-FS-JRNDAT             PIC X(02)  VALUE  '00'.
000764 01  WRK-SW-TRAVA.
000765     03  WRK-SW-TRAVA-OK       PIC X(01)  VALUE  'N'.
000766         88  TRAVA-OBTIDA                 VALUE  'S'.
000910 77  WRK-QTD-NA-JANELA         PIC 9(09)  VALUE  ZEROS.
000912 77  WRK-JANELA-ULTIMA         PIC X(01)  VALUE  'N'.
000914     88  JANELA-COBRE-ULTIMA              VALUE  'S'.
000915*---------------------------------------------------------------*
000916*    CAMPOS DE MONTAGEM DA ENTRADA DO JORNAL (JRNDAT)           *
000917*---------------------------------------------------------------*
000918 77  WRK-JRN-SEQ               PIC 9(09)  VALUE  ZEROS.
000919 77  WRK-JRN-ARQUIVO           PIC X(01)  VALUE  SPACES.
000920 77  WRK-JRN-OPERACAO          PIC X(01)  VALUE  SPACES.
000921 77  WRK-JRN-ANTES             PIC X(80)  VALUE  SPACES.
000922 77  WRK-JRN-DEPOIS            PIC X(80)  VALUE  SPACES.
000923 LINKAGE  SECTION.
000924 01  LS-PARM-AREA.
000930     03  LS-PARM-LEN           PIC S9(04)  COMP.
000940     03  LS-PARM-DADOS.
000950         05  LS-PARM-DATA-INI  PIC 9(08).
001346              THRU  1100-VERIFICAR-CHECKPOINT-EXIT.
001350
001351     PERFORM  7800-OBTER-TRAVA  THRU  7800-OBTER-TRAVA-EXIT.
001352     PERFORM  7900-ABRIR-JORNAL  THRU  7900-ABRIR-JORNAL-EXIT.
001360     OPEN  I-O  COUNTDAT.
001370     OPEN  I-O  LOGDAT.
001380     OPEN  I-O  HISTLOG.
001970     EVALUATE  WRK-FS-LOGDAT
001980         WHEN  '00'
001990             ADD  1  TO  WRK-QTD-RESTAURADOS
001992             MOVE  'L'         TO  WRK-JRN-ARQUIVO
001994             MOVE  'I'         TO  WRK-JRN-OPERACAO
001996             MOVE  SPACES      TO  WRK-JRN-ANTES
001997             MOVE  REG-LOGDAT  TO  WRK-JRN-DEPOIS
001998             PERFORM  7950-GRAVAR-JORNAL
001999                      THRU  7950-GRAVAR-JORNAL-EXIT
002000             PERFORM  3100-REMOVER-HISTLOG
002010                      THRU  3100-REMOVER-HISTLOG-EXIT
002020         WHEN  '22'
002380     IF  WRK-QTD-RESTAURADOS  =  ZEROS
002390         GO  TO  4000-ATUALIZAR-COUNTDAT-EXIT
002400     END-IF.
002405     MOVE  REG-COUNTDAT  TO  WRK-JRN-ANTES.
002410     IF  WRK-QTD-RESTAURADOS  >  CTD-QTD-EXPURGADA
002420         DISPLAY  'FERRRES - ALERTA: RESTAURADOS EXCEDEM O '
002430                  'TOTAL EXPURGADO - CONTADOR ZERADO'
002500         DISPLAY  'FERRRES - ERRO ATUALIZACAO COUNTDAT - FS='
002510                  WRK-FS-COUNTDAT
002520         MOVE  '16'  TO  WRK-RC
002522     ELSE
002524         MOVE  'C'              TO  WRK-JRN-ARQUIVO
002526         MOVE  'A'              TO  WRK-JRN-OPERACAO
002527         MOVE  REG-COUNTDAT     TO  WRK-JRN-DEPOIS
002528         PERFORM  7950-GRAVAR-JORNAL
002529                  THRU  7950-GRAVAR-JORNAL-EXIT
002530     END-IF.
002540 4000-ATUALIZAR-COUNTDAT-EXIT.
002550     EXIT.
002677     CLOSE  LOCKDAT.
002678 7850-LIBERAR-TRAVA-EXIT.
002679     EXIT.
002680*---------------------------------------------------------------*
002681*    7900 - ABRE (OU CRIA) O JORNAL DE ATUALIZACOES (JRNDAT).   *
002682*           AO CONTRARIO DO EVTLOG O JORNAL NAO E AUXILIAR: SEM *
002683*           ELE A RECUPERACAO PARA A FRENTE (FERRFWD) PERDERIA  *
002684*           AS ALTERACOES DESTA EXECUCAO, ENTAO A FALHA DERRUBA *
002685*           O PASSO COM RC 12 ANTES DE QUALQUER ATUALIZACAO.    *
002686*---------------------------------------------------------------*
002687 7900-ABRIR-JORNAL  SECTION.
002688     OPEN  I-O  JRNDAT.
002689     IF  WRK-FS-JRNDAT  =  '35'
002690         OPEN  OUTPUT  JRNDAT
002691         IF  WRK-FS-JRNDAT  =  '00'
002692             CLOSE  JRNDAT
002693             OPEN  I-O  JRNDAT
002694         END-IF
002695     END-IF.
002696     IF  WRK-FS-JRNDAT  NOT  =  '00'
002697         DISPLAY  'FERRRES - ERRO ABERTURA JRNDAT - FS='
002698                  WRK-FS-JRNDAT
002699         MOVE  '12'  TO  WRK-RC
002700         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002701     END-IF.
002702 7900-ABRIR-JORNAL-EXIT.
002703     EXIT.
002704
002705*---------------------------------------------------------------*
002706*    7950 - GRAVA NO JORNAL A ALTERACAO RECEM-FEITA, COM AS     *
002707*           IMAGENS ANTES E DEPOIS MONTADAS PELO CHAMADOR.      *
002708*           CHAVE DUPLICADA (FS 22) AVANCA A SEQUENCIA E TENTA  *
002709*           DE NOVO.  OUTRA FALHA DERRUBA O PASSO COM RC 16: A  *
002710*           ALTERACAO JA FEITA FICOU FORA DO JORNAL, E O        *
002711*           FERRFWD SO VOLTA A SER CONFIAVEL A PARTIR DE UMA    *
002712*           NOVA COPIA DE SEGURANCA DE COUNTDAT/LOGDAT.         *
002713*---------------------------------------------------------------*
002714 7950-GRAVAR-JORNAL  SECTION.
002715     MOVE  SPACES            TO  REG-JRNDAT.
002716     ACCEPT  JRN-DATA        FROM  DATE  YYYYMMDD.
002717     ACCEPT  JRN-HORA        FROM  TIME.
002718     MOVE  'FERRRES '        TO  JRN-PROGRAMA.
002719     MOVE  WRK-APLICACAO     TO  JRN-APLICACAO.
002720     MOVE  WRK-JRN-ARQUIVO   TO  JRN-ARQUIVO.
002721     MOVE  WRK-JRN-OPERACAO  TO  JRN-OPERACAO.
002722     MOVE  WRK-JRN-ANTES     TO  JRN-ANTES.
002723     MOVE  WRK-JRN-DEPOIS    TO  JRN-DEPOIS.
002724 7950-GRAVAR-TENTATIVA.
002725     ADD  1  TO  WRK-JRN-SEQ.
002726     MOVE  WRK-JRN-SEQ       TO  JRN-SEQ.
002727     WRITE  REG-JRNDAT.
002728     IF  WRK-FS-JRNDAT  =  '22'  AND  WRK-JRN-SEQ  <  999999999
002729         GO  TO  7950-GRAVAR-TENTATIVA
002730     END-IF.
002731     IF  WRK-FS-JRNDAT  NOT  =  '00'
002732         DISPLAY  'FERRRES - ERRO GRAVACAO JRNDAT - FS='
002733                  WRK-FS-JRNDAT
002734         DISPLAY  'FERRRES - JORNAL INCOMPLETO - TIRAR NOVA '
002735                  'COPIA DE SEGURANCA DE COUNTDAT/LOGDAT'
002736         MOVE  '16'  TO  WRK-RC
002737         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002738     END-IF.
002739 7950-GRAVAR-JORNAL-EXIT.
002740     EXIT.
002750
002760
002770 9999-FINALIZAR  SECTION.
002780     PERFORM  7850-LIBERAR-TRAVA  THRU  7850-LIBERAR-TRAVA-EXIT.
002790     CLOSE  COUNTDAT  LOGDAT  HISTLOG  JRNDAT.
002800     DISPLAY  'FERRRES - RESTAURADOS: '  WRK-QTD-RESTAURADOS
002810              ' RECUSADOS: '  WRK-QTD-RECUSADOS
002820              ' FORA DA FAIXA: '  WRK-QTD-FORA-FAIXA.
002830     IF  WRK-RC  =  '00'  AND  WRK-QTD-RECUSADOS  >  ZERO
002840         MOVE  '08'  TO  WRK-RC
002850     END-IF.
002860     DISPLAY  'FERRRES - FIM DE PROCESSAMENTO - RC='  WRK-RC.
002870     MOVE  WRK-RC  TO  RETURN-CODE.
002880     STOP  RUN.
002890 9999-FINALIZAR-EXIT.
002900     EXIT.
