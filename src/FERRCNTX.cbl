000376*                   CALENDAR, OR A DATE ABSENT FROM IT, ONLY
000377*                   WARNS - FERRCAL STILL FLAGS THAT MORNING-
000378*                   AFTER.
000379*  2026-10-15 AR    EVTLOG EVENTS NOW CARRY THE APPLICATION
000380*                   (EVT-APLICACAO); EVENT TEXT IS 26 BYTES.
000381*  2026-10-15 AR    THE QUOTA GUARD READS THE CALENDAR REGISTERED
000382*                   FOR THE APPLICATION (APL-CALENDARIO, NOW
000383*                   PART OF THE CALEND KEY) INSTEAD OF ONE
000384*                   SHOP-WIDE CALENDAR; NO CALENDAR REGISTERED
000385*                   (OR NO APLREG YET) USES 'PADRAO'.
000386*  2026-10-15 AR    EVERY CHANGE TO COUNTDAT/LOGDAT IS ALSO
000387*                   WRITTEN TO THE UPDATE JOURNAL (JRNDAT) WITH
000388*                   ITS BEFORE AND AFTER IMAGE FOR FORWARD
000389*                   RECOVERY BY FERRFWD.  JOURNAL UNAVAILABLE AT
000390*                   OPEN = RC 12, JOURNAL WRITE FAILURE = RC 16.
000391*****************************************************************
000327 PROGRAM-ID.    FERRCNTX.
000330 AUTHOR.        ANDRE.
000340 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000491         ACCESS MODE   IS  DYNAMIC
000492         RECORD KEY    IS  CAL-CHAVE
000493         FILE STATUS   IS  WRK-FS-CALEND.
000494     SELECT  JRNDAT    ASSIGN  TO  DISK
000495         ORGANIZATION  IS  INDEXED
000496         ACCESS MODE   IS  DYNAMIC
000497         RECORD KEY    IS  JRN-CHAVE
000498         FILE STATUS   IS  WRK-FS-JRNDAT.
000470 DATA  DIVISION.
000480 FILE  SECTION.
000490 FD  COUNTDAT
000557 FD  CALEND
000558     LABEL RECORD STANDARD VALUE OF FILE-ID IS "calend.dat".
000559     COPY  CPCALDAT.
000560 FD  JRNDAT
000561     LABEL RECORD STANDARD VALUE OF FILE-ID IS "jrndat.dat".
000562     COPY  CPJRNDAT.
000550 WORKING-STORAGE  SECTION.
000560*---------------------------------------------------------------*
000570*    SWITCHES AND RETURN-CODE / FILE-STATUS HOLDERS             *
000610 77  WRK-FS-LOGDAT             PIC X(02)  VALUE  '00'.
000612 77  WRK-FS-EVTLOG             PIC X(02)  VALUE  '00'.
000614 77  WRK-FS-PARMDAT            PIC X(02)  VALUE  '00'.
000615 77  WRK-FS-APLREG             PIC X(02)  VALUE  '00'.
000616 77  WRK-FS-CALEND             PIC X(02)  VALUE  '00'.
000617 77  WRK-FS-LOCKDAT            PIC X(02)  VALUE  '00'.
000618 77  WRK-FS-JRNDAT             PIC X(02)  VALUE  '00'.
000619 01  WRK-SW-TRAVA.
000620     03  WRK-SW-TRAVA-OK       PIC X(01)  VALUE  'N'.
000621         88  TRAVA-OBTIDA                 VALUE  'S'.
000813     88  EXECUCAO-FORCADA                 VALUE  'S'.
000814 77  WRK-QTD-HOJE              PIC 9(05)  VALUE  ZEROS.
000815 77  WRK-COTA-DIA              PIC 9(03)  VALUE  ZEROS.
000816 77  WRK-CALENDARIO            PIC X(08)  VALUE  'PADRAO'.
000817 77  WRK-FIM-CONTAGEM          PIC X(01)  VALUE  'N'.
000818     88  FIM-CONTAGEM                     VALUE  'S'.
000810*---------------------------------------------------------------*
000820*    QUANTIDADE DE REGISTROS ATIVOS EM LOGDAT                   *
000830*---------------------------------------------------------------*
000845 77  WRK-EVT-TIPO              PIC X(01)  VALUE  SPACES.
000846 77  WRK-EVT-QTD-1             PIC 9(09)  VALUE  ZEROS.
000847 77  WRK-EVT-QTD-2             PIC 9(09)  VALUE  ZEROS.
000848 77  WRK-EVT-TEXTO             PIC X(26)  VALUE  SPACES.
000849*---------------------------------------------------------------*
000850*    CAMPOS DE MONTAGEM DA ENTRADA DO JORNAL (JRNDAT)           *
000851*---------------------------------------------------------------*
000852 77  WRK-JRN-SEQ               PIC 9(09)  VALUE  ZEROS.
000853 77  WRK-JRN-ARQUIVO           PIC X(01)  VALUE  SPACES.
000854 77  WRK-JRN-OPERACAO          PIC X(01)  VALUE  SPACES.
000855 77  WRK-JRN-ANTES             PIC X(80)  VALUE  SPACES.
000856 77  WRK-JRN-DEPOIS            PIC X(80)  VALUE  SPACES.
000857 LINKAGE  SECTION.
000860 01  LS-PARM-AREA.
000870     03  LS-PARM-LEN           PIC S9(04)  COMP.
000880     03  LS-PARM-DADOS.
001171              THRU  8000-GRAVAR-EVENTO-EXIT.
001172
001173     PERFORM  7800-OBTER-TRAVA  THRU  7800-OBTER-TRAVA-EXIT.
001174     PERFORM  7900-ABRIR-JORNAL  THRU  7900-ABRIR-JORNAL-EXIT.
001175*    COUNTDAT E INDEXADO POR APLICACAO: O REGISTRO DA APLICACAO
001176*    PODE NAO EXISTIR AINDA (PRIMEIRA EXECUCAO DO JOB STREAM)
001177*    MESMO COM O ARQUIVO JA CRIADO POR OUTRA APLICACAO.
001178     OPEN  I-O  COUNTDAT.
001179     EVALUATE  WRK-FS-COUNTDAT
001180         WHEN  '00'
001181             MOVE  WRK-APLICACAO  TO  CTD-APLICACAO
001182             READ  COUNTDAT
001183                 INVALID  KEY
001184                     SET  COUNTDAT-E-NOVO  TO  TRUE
001185             END-READ
001186         WHEN  '35'
001188             SET  COUNTDAT-E-NOVO  TO  TRUE
001189             OPEN  OUTPUT  COUNTDAT
001465     END-EVALUATE.
001470 2000-OBTER-ORIGEM-EXIT.
001480     EXIT.
001481
001482*---------------------------------------------------------------*
001483*    2500 - GUARDA DE COTA DO DIA: CONTA AS LINHAS DE HOJE JA    *
001484*           GRAVADAS EM LOGDAT E RECUSA A EXECUCAO (RC 10, SEM   *
001485*           INCREMENTO E SEM LINHA NOVA) QUANDO A COTA DO        *
001486*           CALENDARIO (CAL-QTD-ESPERADA) JA FOI ATINGIDA -      *
001487*           PREVENCAO NA HORA DE CONTAR, NAO DETECCAO NA MANHA   *
001488*           SEGUINTE PELO FERRCAL.  O INDICADOR DE FORCAR DO     *
001489*           PARM PULA A GUARDA NA REEXECUCAO LEGITIMA APOS       *
001490*           FALHA.  SEM CALENDARIO, OU DATA AUSENTE DELE, SO     *
001491*           AVISA - O FERRCAL CONTINUA APONTANDO ISSO DEPOIS.    *
001492*---------------------------------------------------------------*
001493 2500-VERIFICAR-COTA  SECTION.
001494     IF  EXECUCAO-FORCADA
001495         DISPLAY  'FERRCNTX - AVISO: EXECUCAO FORCADA - '
001496                  'GUARDA DE COTA IGNORADA'
001497         GO  TO  2500-VERIFICAR-COTA-EXIT
001498     END-IF.
001499
001500     OPEN  INPUT  CALEND.
001501     IF  WRK-FS-CALEND  NOT  =  '00'
001502         DISPLAY  'FERRCNTX - AVISO: CALEND INDISPONIVEL - FS='
001503                  WRK-FS-CALEND  ' - COTA NAO CONFERIDA'
001504         GO  TO  2500-VERIFICAR-COTA-EXIT
001505     END-IF.
001506*    O CALENDARIO E O REGISTRADO PARA A APLICACAO EM APLREG.
001507     MOVE  WRK-CALENDARIO    TO  CAL-CALENDARIO.
001509     MOVE  WRK-CURRENT-DATE  TO  CAL-DATA.
001511     READ  CALEND
001513         INVALID  KEY
001515             DISPLAY  'FERRCNTX - AVISO: DATA AUSENTE DO '
001517                      'CALENDARIO '  WRK-CALENDARIO
001519                      ' - COTA NAO CONFERIDA'
001520             CLOSE  CALEND
001521             GO  TO  2500-VERIFICAR-COTA-EXIT
001522     END-READ.
001520*           VIRADA EM 99999                                    *
001530*---------------------------------------------------------------*
001540 3000-ATUALIZAR-CONTADOR  SECTION.
001542*    IMAGEM ANTERIOR DO CONTADOR PARA O JORNAL (6000) - REGISTRO
001544*    NOVO NAO TEM IMAGEM ANTERIOR.
001546     IF  COUNTDAT-E-NOVO
001548         MOVE  SPACES        TO  WRK-JRN-ANTES
001550     ELSE
001552         MOVE  REG-COUNTDAT  TO  WRK-JRN-ANTES
001554     END-IF.
001556
001620     IF  CONTADOR  >=  WRK-LIMITE-CONTADOR
001630         PERFORM  3100-VIRAR-GERACAO
001640                  THRU  3100-VIRAR-GERACAO-EXIT
002000         MOVE  '16'  TO  WRK-RC
002010         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002020     END-IF.
002022     MOVE  'L'              TO  WRK-JRN-ARQUIVO.
002024     MOVE  'I'              TO  WRK-JRN-OPERACAO.
002026     MOVE  SPACES           TO  WRK-JRN-ANTES.
002028     MOVE  REG-LOGDAT       TO  WRK-JRN-DEPOIS.
002029     PERFORM  7950-GRAVAR-JORNAL  THRU  7950-GRAVAR-JORNAL-EXIT.
002030 4000-GRAVAR-LOGDAT-EXIT.
002040     EXIT.
002050
002340         DISPLAY  'FERRCNTX - ERRO GRAVACAO COUNTDAT - FS='
002350                  WRK-FS-COUNTDAT
002360         MOVE  '16'  TO  WRK-RC
002365         GO  TO  6000-GRAVAR-COUNTDAT-EXIT
002370     END-IF.
002372     MOVE  'C'              TO  WRK-JRN-ARQUIVO.
002373     IF  COUNTDAT-E-NOVO
002374         MOVE  'I'          TO  WRK-JRN-OPERACAO
002375     ELSE
002376         MOVE  'A'          TO  WRK-JRN-OPERACAO
002377     END-IF.
002378     MOVE  REG-COUNTDAT     TO  WRK-JRN-DEPOIS.
002379     PERFORM  7950-GRAVAR-JORNAL  THRU  7950-GRAVAR-JORNAL-EXIT.
002380 6000-GRAVAR-COUNTDAT-EXIT.
002390     EXIT.
002400
002674*           PROPRIA APLICACAO, QUANDO INFORMADO, PREVALECE       *
002676*           SOBRE O LIMALERT GLOBAL.  ARQUIVO AINDA INEXISTENTE  *
002678*           APENAS AVISA - A COBRANCA COMECA QUANDO ELE EXISTIR. *
002679*           O CALENDARIO DA APLICACAO, QUANDO REGISTRADO, E O    *
002680*           CONSULTADO PELA GUARDA DE COTA.                      *
002681*---------------------------------------------------------------*
002682 7700-LER-APLREG  SECTION.
002684     OPEN  INPUT  APLREG.
002686     EVALUATE  WRK-FS-APLREG
002748     IF  APL-LIM-ALERTA  >  ZERO
002750         MOVE  APL-LIM-ALERTA  TO  WRK-LIMITE-ALERTA
002752     END-IF.
002753     IF  APL-CALENDARIO  NOT  =  SPACES
002754         MOVE  APL-CALENDARIO  TO  WRK-CALENDARIO
002755     END-IF.
002756     CLOSE  APLREG.
002757 7700-LER-APLREG-EXIT.
002758     EXIT.
002670
002680*---------------------------------------------------------------*
002870     MOVE  WRK-EVT-QTD-1    TO  EVT-QTD-1.
002880     MOVE  WRK-EVT-QTD-2    TO  EVT-QTD-2.
002890     MOVE  WRK-EVT-TEXTO    TO  EVT-TEXTO.
002891     MOVE  WRK-APLICACAO    TO  EVT-APLICACAO.
002900     WRITE  REG-EVTLOG.
002910     IF  WRK-FS-EVTLOG  =  '22'  AND  WRK-EVT-SEQ  <  999
002920         ADD  1  TO  WRK-EVT-SEQ
003127     CLOSE  LOCKDAT.
003128 7850-LIBERAR-TRAVA-EXIT.
003129     EXIT.
003130*---------------------------------------------------------------*
003131*    7900 - ABRE (OU CRIA) O JORNAL DE ATUALIZACOES (JRNDAT).   *
003132*           AO CONTRARIO DO EVTLOG O JORNAL NAO E AUXILIAR: SEM *
003133*           ELE A RECUPERACAO PARA A FRENTE (FERRFWD) PERDERIA  *
003134*           AS ALTERACOES DESTA EXECUCAO, ENTAO A FALHA DERRUBA *
003135*           O PASSO COM RC 12 ANTES DE QUALQUER ATUALIZACAO.    *
003136*---------------------------------------------------------------*
003137 7900-ABRIR-JORNAL  SECTION.
003138     OPEN  I-O  JRNDAT.
003139     IF  WRK-FS-JRNDAT  =  '35'
003140         OPEN  OUTPUT  JRNDAT
003141         IF  WRK-FS-JRNDAT  =  '00'
003142             CLOSE  JRNDAT
003143             OPEN  I-O  JRNDAT
003144         END-IF
003145     END-IF.
003146     IF  WRK-FS-JRNDAT  NOT  =  '00'
003147         DISPLAY  'FERRCNTX - ERRO ABERTURA JRNDAT - FS='
003148                  WRK-FS-JRNDAT
003149         MOVE  '12'  TO  WRK-RC
003150         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003151     END-IF.
003152 7900-ABRIR-JORNAL-EXIT.
003153     EXIT.
003154
003155*---------------------------------------------------------------*
003156*    7950 - GRAVA NO JORNAL A ALTERACAO RECEM-FEITA, COM AS     *
003157*           IMAGENS ANTES E DEPOIS MONTADAS PELO CHAMADOR.      *
003158*           CHAVE DUPLICADA (FS 22) AVANCA A SEQUENCIA E TENTA  *
003159*           DE NOVO.  OUTRA FALHA DERRUBA O PASSO COM RC 16: A  *
003160*           ALTERACAO JA FEITA FICOU FORA DO JORNAL, E O        *
003161*           FERRFWD SO VOLTA A SER CONFIAVEL A PARTIR DE UMA    *
003162*           NOVA COPIA DE SEGURANCA DE COUNTDAT/LOGDAT.         *
003163*---------------------------------------------------------------*
003164 7950-GRAVAR-JORNAL  SECTION.
003165     MOVE  SPACES            TO  REG-JRNDAT.
003166     ACCEPT  JRN-DATA        FROM  DATE  YYYYMMDD.
003167     ACCEPT  JRN-HORA        FROM  TIME.
003168     MOVE  'FERRCNTX'        TO  JRN-PROGRAMA.
003169     MOVE  WRK-APLICACAO     TO  JRN-APLICACAO.
003170     MOVE  WRK-JRN-ARQUIVO   TO  JRN-ARQUIVO.
003171     MOVE  WRK-JRN-OPERACAO  TO  JRN-OPERACAO.
003172     MOVE  WRK-JRN-ANTES     TO  JRN-ANTES.
003173     MOVE  WRK-JRN-DEPOIS    TO  JRN-DEPOIS.
003174 7950-GRAVAR-TENTATIVA.
003175     ADD  1  TO  WRK-JRN-SEQ.
003176     MOVE  WRK-JRN-SEQ       TO  JRN-SEQ.
003177     WRITE  REG-JRNDAT.
003178     IF  WRK-FS-JRNDAT  =  '22'  AND  WRK-JRN-SEQ  <  999999999
003179         GO  TO  7950-GRAVAR-TENTATIVA
003180     END-IF.
003181     IF  WRK-FS-JRNDAT  NOT  =  '00'
003182         DISPLAY  'FERRCNTX - ERRO GRAVACAO JRNDAT - FS='
003183                  WRK-FS-JRNDAT
003184         DISPLAY  'FERRCNTX - JORNAL INCOMPLETO - TIRAR NOVA '
003185                  'COPIA DE SEGURANCA DE COUNTDAT/LOGDAT'
003186         MOVE  '16'  TO  WRK-RC
003187         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003188     END-IF.
003189 7950-GRAVAR-JORNAL-EXIT.
003190     EXIT.
003191
003192
003030*---------------------------------------------------------------*
003040*    9999 - GRAVA O EVENTO DE FIM, FECHA OS ARQUIVOS E ENCERRA  *
003050*---------------------------------------------------------------*
003110     PERFORM  8000-GRAVAR-EVENTO
003120              THRU  8000-GRAVAR-EVENTO-EXIT.
003121     PERFORM  7850-LIBERAR-TRAVA  THRU  7850-LIBERAR-TRAVA-EXIT.
003130     CLOSE  COUNTDAT  LOGDAT  EVTLOG  JRNDAT.
003140     DISPLAY  'FERRCNTX - FIM DE PROCESSAMENTO - RC='  WRK-RC.
003150     MOVE  WRK-RC  TO  RETURN-CODE.
003160     STOP  RUN.
