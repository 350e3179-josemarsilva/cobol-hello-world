000160*  COUNT, LOWEST/HIGHEST HST-SEQ AND THE DATE RANGE COPIED.     *
000170*  COUNTDAT IS NOT TOUCHED: CTD-QTD-EXPURGADA COUNTS ROWS       *
000180*  REMOVED FROM LOGDAT, WHICHEVER TIER HOLDS THEM NOW.          *
000182*  EVERY GENERATION WRITTEN IS ENTERED IN THE ARCHIST CATALOGUE *
000184*  (CATARQ) WITH ITS APPLICATION, RANGES AND ROW COUNT, SO      *
000186*  FERRCAT CAN FIND IT AGAIN WITHOUT MOUNTING EVERY TAPE.       *
000190*  PARM: MESES(3) + APLICACAO(8, DEFAULT FERRCNTX) +            *
000195*        GERACAO(4, ABSOLUTE GDG NUMBER OF THE NEW GENERATION - *
000196*        WITHOUT IT THE GENERATION IS NOT CATALOGUED, RC 04).   *
000200*-----------------------------------------------------------------
000210*  MODIFICATION HISTORY
000220*  DATE       INIT  DESCRIPTION
000236*                   ARE SKIPPED BY THE SECOND-TIER ROLL-OFF
000238*                   EVEN WHEN OLDER THAN THE CUT DATE, AND THE
000239*                   SKIPPED COUNT IS REPORTED.
000240*  2026-10-15 AR    EACH NEW ARCHIST GENERATION IS ENTERED IN
000241*                   THE CATALOGUE (CATARQ) FROM ITS CONTROL
000242*                   RECORD AND THE ABSOLUTE GENERATION GIVEN IN
000243*                   THE PARM; NO GENERATION IN THE PARM OR A
000245*                   CATALOGUE FAILURE ONLY WARNS (RC 04).
000247*****************************************************************
000250 PROGRAM-ID.    FERRHST.
000260 AUTHOR.        ANDRE.
000270 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000406         ACCESS MODE   IS  DYNAMIC
000408         RECORD KEY    IS  CHK-CHAVE
000409         FILE STATUS   IS  WRK-FS-CHKPDAT.
000410     SELECT  CATARQ    ASSIGN  TO  DISK
000411         ORGANIZATION  IS  INDEXED
000412         ACCESS MODE   IS  DYNAMIC
000413         RECORD KEY    IS  CAT-CHAVE
000414         FILE STATUS   IS  WRK-FS-CATARQ.
000419 DATA  DIVISION.
000420 FILE  SECTION.
000430 FD  HISTLOG
000440     LABEL RECORD STANDARD VALUE OF FILE-ID IS "histlog.dat".
000612 FD  CHKPDAT
000614     LABEL RECORD STANDARD VALUE OF FILE-ID IS "chkpdat.dat".
000616     COPY  CPCHKDAT.
000617 FD  CATARQ
000618     LABEL RECORD STANDARD VALUE OF FILE-ID IS "catarq.dat".
000619     COPY  CPCATDAT.
000620 WORKING-STORAGE  SECTION.
000630 77  WRK-RC                    PIC X(02)  VALUE  '00'.
000640 77  WRK-FS-HISTLOG            PIC X(02)  VALUE  '00'.
000652 77  WRK-FS-CHKPDAT            PIC X(02)  VALUE  '00'.
000660 77  WRK-FIM-HISTLOG           PIC X(01)  VALUE  'N'.
000670     88  FIM-HISTLOG                      VALUE  'S'.
000671 77  WRK-FS-CATARQ             PIC X(02)  VALUE  '00'.
000680*---------------------------------------------------------------*
000690*    JANELA DE RETENCAO - PADRAO 24 MESES, PARAMETRIZAVEL       *
000700*---------------------------------------------------------------*
000820*    APLICACAO/JOB STREAM ATENDIDA POR ESTA EXECUCAO            *
000830*---------------------------------------------------------------*
000840 77  WRK-APLICACAO             PIC X(08)  VALUE  'FERRCNTX'.
000841*---------------------------------------------------------------*
000842*    GERACAO DO GDG GRAVADA NESTA EXECUCAO (CATALOGO)           *
000843*---------------------------------------------------------------*
000844 77  WRK-GERACAO               PIC 9(04)  VALUE  ZEROS.
000850*---------------------------------------------------------------*
000860*    TOTAIS DE CONTROLE DO EXTRATO                              *
000870*---------------------------------------------------------------*
001080     03  LS-PARM-DADOS.
001090         05  LS-PARM-MESES     PIC 9(03).
001100         05  LS-PARM-APLICACAO PIC X(08).
001101         05  LS-PARM-GERACAO   PIC 9(04).
001110 PROCEDURE  DIVISION  USING  LS-PARM-AREA.
001120
001130 0000-MAINLINE  SECTION.
001380     IF  LS-PARM-LEN  >=  11  AND
001390         LS-PARM-APLICACAO  NOT  =  SPACES
001400         MOVE  LS-PARM-APLICACAO  TO  WRK-APLICACAO
001401     END-IF.
001402     IF  LS-PARM-LEN  >=  15                AND
001403         LS-PARM-GERACAO  IS  NUMERIC       AND
001404         LS-PARM-GERACAO  >  ZERO
001405         MOVE  LS-PARM-GERACAO  TO  WRK-GERACAO
001406     END-IF.
001412
001414     PERFORM  1100-VERIFICAR-CHECKPOINT
001416              THRU  1100-VERIFICAR-CHECKPOINT-EXIT.
002550     MOVE  WRK-DATA-MAXIMA   TO  WAC-DATA-MAXIMA.
002560     MOVE  WRK-ARC-CONTROLE  TO  REG-ARCHIST.
002570     WRITE  REG-ARCHIST.
002571
002572     PERFORM  4100-CATALOGAR-GERACAO
002573              THRU  4100-CATALOGAR-GERACAO-EXIT.
002580 4000-GRAVAR-CONTROLE-EXIT.
002590     EXIT.
002591
002592*---------------------------------------------------------------*
002593*    4100 - REGISTRA A GERACAO NO CATALOGO DO ARCHIST.  O       *
002594*           NUMERO ABSOLUTO DA NOVA GERACAO SO O OPERADOR       *
002595*           CONHECE (LISTCAT DO GDG) E VEM NO PARM; NAO SE      *
002596*           ADIVINHA - UM NUMERO ERRADO FARIA O FERRCAT LER     *
002597*           OUTRA FITA.  SEM A GERACAO NO PARM, OU COM FALHA    *
002598*           NO CATARQ, O EXPURGO NAO E DESFEITO (A FITA JA      *
002599*           ESTA GRAVADA): SO AVISA (RC 04), E A GERACAO E      *
002600*           CATALOGADA DEPOIS PELO FERRCAT (MODO C).  EXTRATO   *
002601*           SEM LINHAS COPIADAS NAO E CATALOGADO.               *
002602*---------------------------------------------------------------*
002603 4100-CATALOGAR-GERACAO  SECTION.
002604     IF  WRK-QTD-COPIADOS  =  ZERO
002605         DISPLAY  'FERRHST - NADA COPIADO - GERACAO NAO '
002606                  'CATALOGADA'
002607         GO  TO  4100-CATALOGAR-GERACAO-EXIT
002608     END-IF.
002609     IF  WRK-GERACAO  =  ZERO
002610         DISPLAY  'FERRHST - GERACAO AUSENTE NO PARM'
002611         GO  TO  4100-CATALOGAR-AVISO
002612     END-IF.
002613
002614     OPEN  I-O  CATARQ.
002615     IF  WRK-FS-CATARQ  =  '35'
002616         OPEN  OUTPUT  CATARQ
002617         IF  WRK-FS-CATARQ  =  '00'
002618             CLOSE  CATARQ
002619             IF  WRK-FS-CATARQ  =  '00'
002620                 OPEN  I-O  CATARQ
002621             END-IF
002622         END-IF
002623     END-IF.
002624     IF  WRK-FS-CATARQ  NOT  =  '00'
002625         DISPLAY  'FERRHST - ERRO ABERTURA CATARQ - FS='
002626                  WRK-FS-CATARQ
002627         GO  TO  4100-CATALOGAR-AVISO
002628     END-IF.
002629
002630     INITIALIZE  REG-CATARQ.
002631     MOVE  WRK-GERACAO       TO  CAT-GERACAO.
002632     MOVE  WRK-APLICACAO     TO  CAT-APLICACAO.
002633     MOVE  WRK-DATA-MINIMA   TO  CAT-DATA-MINIMA.
002634     MOVE  WRK-DATA-MAXIMA   TO  CAT-DATA-MAXIMA.
002635     MOVE  WRK-SEQ-MINIMA    TO  CAT-SEQ-MINIMA.
002636     MOVE  WRK-SEQ-MAXIMA    TO  CAT-SEQ-MAXIMA.
002637     MOVE  WRK-QTD-COPIADOS  TO  CAT-QTD.
002638     MOVE  WRK-DATA-HOJE     TO  CAT-DT-GRAVACAO.
002639     SET  CAT-ORIGEM-FERRHST  TO  TRUE.
002640     WRITE  REG-CATARQ.
002641     IF  WRK-FS-CATARQ  NOT  =  '00'
002642         DISPLAY  'FERRHST - ERRO GRAVACAO CATARQ - FS='
002643                  WRK-FS-CATARQ  ' GERACAO '  WRK-GERACAO
002644         CLOSE  CATARQ
002645         GO  TO  4100-CATALOGAR-AVISO
002646     END-IF.
002647     CLOSE  CATARQ.
002648     DISPLAY  'FERRHST - GERACAO '  WRK-GERACAO
002649              ' CATALOGADA EM CATARQ'.
002650     GO  TO  4100-CATALOGAR-GERACAO-EXIT.
002651
002652 4100-CATALOGAR-AVISO.
002653     DISPLAY  'FERRHST - GERACAO NAO CATALOGADA - RODAR FERRCAT '
002654              '(MODO C) PARA ESTA GERACAO'.
002655     IF  WRK-RC  =  '00'
002656         MOVE  '04'  TO  WRK-RC
002657     END-IF.
002658 4100-CATALOGAR-GERACAO-EXIT.
002659     EXIT.
002660
002661 9999-FINALIZAR  SECTION.
002662     CLOSE  HISTLOG  ARCHIST.
002663     DISPLAY  'FERRHST - COPIADOS: '  WRK-QTD-COPIADOS
002664              ' MANTIDOS: '  WRK-QTD-MANTIDOS
002665              ' EM HOLD: '  WRK-QTD-EM-HOLD.
002666     MOVE  WRK-RC  TO  RETURN-CODE.
002667     STOP  RUN.
002670 9999-FINALIZAR-EXIT.
002680     EXIT.
