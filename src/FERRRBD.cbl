000150*    - HIGHEST HST-SEQ AND ROW COUNT IN HISTLOG (ARCHIVE);      *
000160*    - THE '*TOTAIS*' CONTROL RECORDS OF THE FERRHST YEARLY     *
000170*      EXTRACTS (ARCHIST) AND THEIR DETAIL ROWS;                *
000180*    - THE LATEST FERRCNTX 'F' EVENT IN EVTLOG FOR THE          *
000190*      APPLICATION, WHICH CARRIES CONTADOR AND CTD-SEQ-GERAL    *
000195*      OF THE LAST COUNTED RUN.                                 *
000200*  CTD-SEQ-GERAL IS THE HIGHEST SEQUENCE SEEN ANYWHERE;         *
000210*  CTD-QTD-EXPURGADA IS THAT MINUS THE LIVE ROW COUNT;          *
000220*  CONTADOR COMES FROM THE EVTLOG EVENT WHEN IT AGREES WITH     *
000330*  MODIFICATION HISTORY
000340*  DATE       INIT  DESCRIPTION
000350*  2026-09-02 AR    INITIAL VERSION.
000351*  2026-10-15 AR    ONLY THE APPLICATION'S OWN FERRCNTX 'F' EVENT
000352*                   (EVT-APLICACAO) IS TAKEN AS EVIDENCE; EVENTS
000353*                   WITH A BLANK APPLICATION BELONG TO FERRCNTX.
000354*  2026-10-15 AR    MODE 'G' ALSO WRITES THE REBUILT COUNTDAT
000355*                   RECORD TO THE UPDATE JOURNAL (JRNDAT) WITH ITS
000356*                   BEFORE AND AFTER IMAGE FOR FORWARD RECOVERY BY
000357*                   FERRFWD.  JOURNAL UNAVAILABLE = RC 12, JOURNAL
000358*                   WRITE FAILURE = RC 16.
000360*****************************************************************
000370 PROGRAM-ID.    FERRRBD.
000380 AUTHOR.        ANDRE.
000670         FILE STATUS   IS  WRK-FS-ARCHIST.
000680     SELECT  RELRBD    ASSIGN  TO  PRINTER
000690         FILE STATUS   IS  WRK-FS-RELRBD.
000691     SELECT  JRNDAT    ASSIGN  TO  DISK
000692         ORGANIZATION  IS  INDEXED
000693         ACCESS MODE   IS  DYNAMIC
000694         RECORD KEY    IS  JRN-CHAVE
000695         FILE STATUS   IS  WRK-FS-JRNDAT.
000700 DATA  DIVISION.
000710 FILE  SECTION.
000720 FD  COUNTDAT
001110 FD  RELRBD
001120     LABEL RECORD STANDARD VALUE OF FILE-ID IS "relrbd.lst".
001130 01  REG-RELRBD                PIC X(132).
001132 FD  JRNDAT
001134     LABEL RECORD STANDARD VALUE OF FILE-ID IS "jrndat.dat".
001136     COPY  CPJRNDAT.
001140 WORKING-STORAGE  SECTION.
001150 77  WRK-RC                    PIC X(02)  VALUE  '00'.
001160 77  WRK-FS-COUNTDAT           PIC X(02)  VALUE  '00'.
001190 77  WRK-FS-EVTLOG             PIC X(02)  VALUE  '00'.
001200 77  WRK-FS-ARCHIST            PIC X(02)  VALUE  '00'.
001210 77  WRK-FS-RELRBD             PIC X(02)  VALUE  '00'.
001215 77  WRK-FS-JRNDAT             PIC X(02)  VALUE  '00'.
001220 77  WRK-FIM-LOGDAT            PIC X(01)  VALUE  'N'.
001230     88  FIM-LOGDAT                       VALUE  'S'.
001240 77  WRK-FIM-HISTLOG           PIC X(01)  VALUE  'N'.
001620 77  WRK-DER-GERACAO           PIC 9(03)  VALUE  ZEROS.
001630 77  WRK-LIMITE-CONTADOR       PIC 9(05)  VALUE  99999.
001640 77  WRK-CALC-T1               PIC 9(09)  VALUE  ZEROS.
001641*---------------------------------------------------------------*
001642*    CAMPOS DE MONTAGEM DA ENTRADA DO JORNAL (JRNDAT)           *
001643*---------------------------------------------------------------*
001644 77  WRK-JRN-SEQ               PIC 9(09)  VALUE  ZEROS.
001645 77  WRK-JRN-ARQUIVO           PIC X(01)  VALUE  SPACES.
001646 77  WRK-JRN-OPERACAO          PIC X(01)  VALUE  SPACES.
001647 77  WRK-JRN-ANTES             PIC X(80)  VALUE  SPACES.
001648 77  WRK-JRN-DEPOIS            PIC X(80)  VALUE  SPACES.
001650*---------------------------------------------------------------*
001660*    LINHAS DE IMPRESSAO                                         *
001670*---------------------------------------------------------------*
004690     EXIT.
004700
004710 5200-EXAMINAR-EVTLOG  SECTION.
004712*    SO VALE O EVENTO DA PROPRIA APLICACAO; EVENTOS ANTERIORES
004714*    A EVT-APLICACAO VEM EM BRANCO E SAO DO FERRCNTX (PADRAO).
004715     IF  EVT-APLICACAO  NOT  =  WRK-APLICACAO  AND
004716         (EVT-APLICACAO  NOT  =  SPACES  OR
004717          WRK-APLICACAO  NOT  =  'FERRCNTX')
004718         GO  TO  5200-EXAMINAR-LER
004719     END-IF.
004720     IF  EVT-PROGRAMA  =  'FERRCNTX'  AND  EVT-FIM-PASSO
004730         IF  EVT-QTD-1  IS  NUMERIC  AND
004740             EVT-QTD-2  IS  NUMERIC  AND
004780             MOVE  EVT-QTD-2  TO  WRK-EVT-SEQ-GERAL
004790         END-IF
004800     END-IF.
004805 5200-EXAMINAR-LER.
004810     PERFORM  5100-LER-EVTLOG  THRU  5100-LER-EVTLOG-EXIT.
004820 5200-EXAMINAR-EVTLOG-EXIT.
004830     EXIT.
006490*    UM COUNTDAT PERDIDO POR COMPLETO E RECRIADO AQUI (COMO NO
006500*    FERRCNTX, A PRIMEIRA GRAVACAO DE UM ARQUIVO NOVO EXIGE
006510*    OPEN OUTPUT).
006515     PERFORM  7900-ABRIR-JORNAL  THRU  7900-ABRIR-JORNAL-EXIT.
006520     IF  COUNTDAT-E-NOVO
006530         OPEN  OUTPUT  COUNTDAT
006540         IF  WRK-FS-COUNTDAT  NOT  =  '00'
006580             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
006590         END-IF
006600     END-IF.
006602     IF  CTD-REGISTRO-EXISTE
006604         MOVE  'A'            TO  WRK-JRN-OPERACAO
006605         MOVE  REG-COUNTDAT   TO  WRK-JRN-ANTES
006606     ELSE
006607         MOVE  'I'            TO  WRK-JRN-OPERACAO
006608         MOVE  SPACES         TO  WRK-JRN-ANTES
006609     END-IF.
006610     MOVE  ZEROS              TO  REG-COUNTDAT.
006620     MOVE  WRK-APLICACAO      TO  CTD-APLICACAO.
006630     MOVE  WRK-DER-CONTADOR   TO  CONTADOR.
006750         MOVE  '16'  TO  WRK-RC
006760         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
006770     END-IF.
006772     MOVE  'C'                TO  WRK-JRN-ARQUIVO.
006774     MOVE  REG-COUNTDAT       TO  WRK-JRN-DEPOIS.
006776     PERFORM  7950-GRAVAR-JORNAL  THRU  7950-GRAVAR-JORNAL-EXIT.
006780     MOVE  'REGISTRO RECONSTRUIDO GRAVADO EM COUNTDAT'
006790           TO  WL-RES-TEXTO.
006800     MOVE  SPACES             TO  REG-RELRBD
006810     WRITE  REG-RELRBD.
006811     MOVE  WRK-LINHA-RESULT   TO  REG-RELRBD
006812     WRITE  REG-RELRBD.
006813 7100-GRAVAR-EXIT.
006814     EXIT.
006815
006816*---------------------------------------------------------------*
006817*    7900 - ABRE (OU CRIA) O JORNAL DE ATUALIZACOES (JRNDAT).   *
006818*           AO CONTRARIO DO EVTLOG O JORNAL NAO E AUXILIAR: SEM *
006819*           ELE A RECUPERACAO PARA A FRENTE (FERRFWD) PERDERIA  *
006820*           AS ALTERACOES DESTA EXECUCAO, ENTAO A FALHA DERRUBA *
006821*           O PASSO COM RC 12 ANTES DE QUALQUER ATUALIZACAO.    *
006822*---------------------------------------------------------------*
006823 7900-ABRIR-JORNAL  SECTION.
006824     OPEN  I-O  JRNDAT.
006825     IF  WRK-FS-JRNDAT  =  '35'
006826         OPEN  OUTPUT  JRNDAT
006827         IF  WRK-FS-JRNDAT  =  '00'
006828             CLOSE  JRNDAT
006829             OPEN  I-O  JRNDAT
006830         END-IF
006831     END-IF.
006832     IF  WRK-FS-JRNDAT  NOT  =  '00'
006833         DISPLAY  'FERRRBD - ERRO ABERTURA JRNDAT - FS='
006834                  WRK-FS-JRNDAT
006835         MOVE  '12'  TO  WRK-RC
006836         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
006837     END-IF.
006838 7900-ABRIR-JORNAL-EXIT.
006839     EXIT.
006840
006841*---------------------------------------------------------------*
006842*    7950 - GRAVA NO JORNAL A ALTERACAO RECEM-FEITA, COM AS     *
006843*           IMAGENS ANTES E DEPOIS MONTADAS PELO CHAMADOR.      *
006844*           CHAVE DUPLICADA (FS 22) AVANCA A SEQUENCIA E TENTA  *
006845*           DE NOVO.  OUTRA FALHA DERRUBA O PASSO COM RC 16: A  *
006846*           ALTERACAO JA FEITA FICOU FORA DO JORNAL, E O        *
006847*           FERRFWD SO VOLTA A SER CONFIAVEL A PARTIR DE UMA    *
006848*           NOVA COPIA DE SEGURANCA DE COUNTDAT/LOGDAT.         *
006849*---------------------------------------------------------------*
006850 7950-GRAVAR-JORNAL  SECTION.
006851     MOVE  SPACES            TO  REG-JRNDAT.
006852     ACCEPT  JRN-DATA        FROM  DATE  YYYYMMDD.
006853     ACCEPT  JRN-HORA        FROM  TIME.
006854     MOVE  'FERRRBD '        TO  JRN-PROGRAMA.
006855     MOVE  WRK-APLICACAO     TO  JRN-APLICACAO.
006856     MOVE  WRK-JRN-ARQUIVO   TO  JRN-ARQUIVO.
006857     MOVE  WRK-JRN-OPERACAO  TO  JRN-OPERACAO.
006858     MOVE  WRK-JRN-ANTES     TO  JRN-ANTES.
006859     MOVE  WRK-JRN-DEPOIS    TO  JRN-DEPOIS.
006860 7950-GRAVAR-TENTATIVA.
006861     ADD  1  TO  WRK-JRN-SEQ.
006862     MOVE  WRK-JRN-SEQ       TO  JRN-SEQ.
006863     WRITE  REG-JRNDAT.
006864     IF  WRK-FS-JRNDAT  =  '22'  AND  WRK-JRN-SEQ  <  999999999
006865         GO  TO  7950-GRAVAR-TENTATIVA
006866     END-IF.
006867     IF  WRK-FS-JRNDAT  NOT  =  '00'
006868         DISPLAY  'FERRRBD - ERRO GRAVACAO JRNDAT - FS='
006869                  WRK-FS-JRNDAT
006870         DISPLAY  'FERRRBD - JORNAL INCOMPLETO - TIRAR NOVA '
006871                  'COPIA DE SEGURANCA DE COUNTDAT/LOGDAT'
006872         MOVE  '16'  TO  WRK-RC
006873         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
006874     END-IF.
006875 7950-GRAVAR-JORNAL-EXIT.
006876     EXIT.
006877
006878 9999-FINALIZAR  SECTION.
006880     CLOSE  COUNTDAT  LOGDAT  HISTLOG  ARCHIST  EVTLOG  RELRBD
006885            JRNDAT.
006890     DISPLAY  'FERRRBD - VIVAS: '  WRK-QTD-VIVAS
006900              ' ARQUIVADAS: '  WRK-QTD-ARQUIVO
006910              ' SEQ DERIVADA: '  WRK-DER-SEQ-GERAL.
