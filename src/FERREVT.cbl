000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030*  PROGRAM-ID : FERREVT                                        *
000040*  AUTHOR     : ANDRE                                          *
000050*  INSTALLATION : DATA CENTER - BATCH OPERATIONS                *
000060*  DATE-WRITTEN : 2026-10-15                                    *
000070*  PURPOSE                                                      *
000080*  HOUSEKEEPING FOR THE OPERATIONAL EVENT LOG (EVTLOG).  EVERY  *
000090*  STEP OF THE NIGHTLY STREAM WRITES ITS START/END EVENTS THERE *
000100*  AND NOTHING EVER REMOVED THEM, SO THE FILE ONLY GREW.        *
000110*  EVENTS OLDER THAN THEIR RETENTION WINDOW ARE COPIED TO A     *
000120*  SEQUENTIAL ARCHIVE DATASET (A GDG GENERATION) AND THEN       *
000130*  DELETED FROM EVTLOG.  TWO WINDOWS, IN MONTHS, READ FROM      *
000140*  PARMDAT:                                                     *
000150*    EVTMESES - STEP EVENTS ('I', 'F', 'R')  (DEFAULT 013)      *
000160*    EVTMESAL - PARAMETER CHANGES ('A')      (DEFAULT 084)      *
000170*  THE 'A' EVENTS ARE THE AUDIT TRAIL OF THE ONLINE CHANGES AND *
000180*  ARE NEVER KEPT SHORTER THAN THE STEP EVENTS.  THE LATEST     *
000190*  FERRCNTX 'F' EVENT OF EVERY APPLICATION IS NEVER REMOVED,    *
000200*  HOWEVER OLD: IT IS THE EVIDENCE FERRRBD USES TO REBUILD      *
000210*  CONTADOR AND CTD-SEQ-GERAL OF A LOST COUNTDAT RECORD.        *
000220*  A CONTROL RECORD AT THE END OF THE EXTRACT CARRIES THE EVENT *
000230*  COUNT, THE DATE RANGE AND THE COUNT BY KIND.                 *
000240*  PARM: MESES-PASSO(3) + MESES-ALTERACAO(3), BOTH OPTIONAL -   *
000250*  WHEN GIVEN THEY OVERRIDE PARMDAT.                            *
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  2026-10-15 AR    INITIAL VERSION.
000300*****************************************************************
000310 PROGRAM-ID.    FERREVT.
000320 AUTHOR.        ANDRE.
000330 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000340 DATE-WRITTEN.  2026-10-15.
000350 DATE-COMPILED.
000360 ENVIRONMENT  DIVISION.
000370 INPUT-OUTPUT  SECTION.
000380 FILE-CONTROL.
000390     SELECT  EVTLOG    ASSIGN  TO  DISK
000400         ORGANIZATION  IS  INDEXED
000410         ACCESS MODE   IS  DYNAMIC
000420         RECORD KEY    IS  EVT-CHAVE
000430         FILE STATUS   IS  WRK-FS-EVTLOG.
000440     SELECT  EVTARQ    ASSIGN  TO  DISK
000450         ORGANIZATION  IS  SEQUENTIAL
000460         FILE STATUS   IS  WRK-FS-EVTARQ.
000470     SELECT  PARMDAT   ASSIGN  TO  DISK
000480         ORGANIZATION  IS  INDEXED
000490         ACCESS MODE   IS  DYNAMIC
000500         RECORD KEY    IS  PRM-CHAVE
000510         FILE STATUS   IS  WRK-FS-PARMDAT.
000520 DATA  DIVISION.
000530 FILE  SECTION.
000540 FD  EVTLOG
000550     LABEL RECORD STANDARD VALUE OF FILE-ID IS "evtlog.dat".
000560     COPY  CPEVTDAT.
000570 FD  EVTARQ
000580     LABEL RECORD STANDARD VALUE OF FILE-ID IS "evtarq.dat".
000590 01  REG-EVTARQ                PIC X(80).
000600 FD  PARMDAT
000610     LABEL RECORD STANDARD VALUE OF FILE-ID IS "parmdat.dat".
000620     COPY  CPPRMDAT.
000630 WORKING-STORAGE  SECTION.
000640 77  WRK-RC                    PIC X(02)  VALUE  '00'.
000650 77  WRK-FS-EVTLOG             PIC X(02)  VALUE  '00'.
000660 77  WRK-FS-EVTARQ             PIC X(02)  VALUE  '00'.
000670 77  WRK-FS-PARMDAT            PIC X(02)  VALUE  '00'.
000680 77  WRK-FIM-EVTLOG            PIC X(01)  VALUE  'N'.
000690     88  FIM-EVTLOG                       VALUE  'S'.
000700 01  WRK-SW-EVTLOG.
000710     03  WRK-SW-EVTLOG-OK      PIC X(01)  VALUE  'N'.
000720         88  EVTLOG-DISPONIVEL            VALUE  'S'.
000730 77  WRK-SW-ARQUIVOS           PIC X(01)  VALUE  'N'.
000740     88  ARQUIVOS-ABERTOS                 VALUE  'S'.
000750*---------------------------------------------------------------*
000760*    JANELAS DE RETENCAO - PASSOS 13 MESES, ALTERACOES 84       *
000770*---------------------------------------------------------------*
000780 77  WRK-MESES-PASSO           PIC 9(03)  VALUE  013.
000790 77  WRK-MESES-ALTERACAO       PIC 9(03)  VALUE  084.
000800 77  WRK-MESES-RETENCAO        PIC 9(03)  VALUE  ZEROS.
000810 77  WRK-DATA-CORTE            PIC 9(08)  VALUE  ZEROS.
000820 77  WRK-CORTE-PASSO           PIC 9(08)  VALUE  ZEROS.
000830 77  WRK-CORTE-ALTERACAO       PIC 9(08)  VALUE  ZEROS.
000840 77  WRK-DATA-HOJE             PIC 9(08)  VALUE  ZEROS.
000850 01  WRK-AAAAMM-HOJE.
000860     03  WRK-AAAA-HOJE         PIC 9(04).
000870     03  WRK-MM-HOJE           PIC 9(02).
000880 01  WRK-AAAAMM-CORTE.
000890     03  WRK-AAAA-CORTE        PIC 9(04).
000900     03  WRK-MM-CORTE          PIC 9(02).
000910 77  WRK-MESES-TOTAIS          PIC S9(06)  VALUE  ZEROS.
000920*---------------------------------------------------------------*
000930*    ULTIMO EVENTO 'F' DO FERRCNTX DE CADA APLICACAO - NUNCA    *
000940*    EXPURGADO (EVIDENCIA DO FERRRBD)                           *
000950*---------------------------------------------------------------*
000960 77  WRK-MAX-ULT-FIM           PIC 9(04)  VALUE  0500.
000970 77  WRK-QTD-ULT-FIM           PIC 9(04)  VALUE  ZEROS.
000980 77  IND                       PIC 9(04)  VALUE  ZEROS.
000990 77  WRK-APLIC-EVENTO          PIC X(08)  VALUE  SPACES.
001000 77  WRK-SW-ACHOU              PIC X(01)  VALUE  'N'.
001010     88  ACHOU-APLICACAO                  VALUE  'S'.
001020 77  WRK-SW-PROTEGIDO          PIC X(01)  VALUE  'N'.
001030     88  EVENTO-PROTEGIDO                 VALUE  'S'.
001040 01  TAB-ULT-FIM.
001050     03  TUF-ENTRADA           OCCURS  500  TIMES.
001060         05  TUF-APLICACAO     PIC X(08).
001070         05  TUF-CHAVE         PIC X(25).
001080*---------------------------------------------------------------*
001090*    TOTAIS DE CONTROLE DO EXTRATO                              *
001100*---------------------------------------------------------------*
001110 77  WRK-QTD-COPIADOS          PIC 9(09)  VALUE  ZEROS.
001120 77  WRK-QTD-MANTIDOS          PIC 9(09)  VALUE  ZEROS.
001130 77  WRK-QTD-PROTEGIDOS        PIC 9(09)  VALUE  ZEROS.
001140 77  WRK-QTD-COP-PASSO         PIC 9(09)  VALUE  ZEROS.
001150 77  WRK-QTD-COP-ALTERACAO     PIC 9(09)  VALUE  ZEROS.
001160 77  WRK-DATA-MINIMA           PIC 9(08)  VALUE  ZEROS.
001170 77  WRK-DATA-MAXIMA           PIC 9(08)  VALUE  ZEROS.
001180*---------------------------------------------------------------*
001190*    REGISTRO DE CONTROLE GRAVADO AO FIM DO EXTRATO             *
001200*---------------------------------------------------------------*
001210 01  WRK-ARC-CONTROLE.
001220     03  FILLER                PIC X(08)  VALUE  '*TOTAIS*'.
001230     03  WAC-QTD               PIC 9(09).
001240     03  WAC-DATA-MINIMA       PIC 9(08).
001250     03  WAC-DATA-MAXIMA       PIC 9(08).
001260     03  WAC-QTD-PASSO         PIC 9(09).
001270     03  WAC-QTD-ALTERACAO     PIC 9(09).
001280     03  FILLER                PIC X(29)  VALUE  SPACES.
001290*---------------------------------------------------------------*
001300*    CAMPOS DE MONTAGEM DO EVENTO OPERACIONAL (EVTLOG)          *
001310*---------------------------------------------------------------*
001320 77  WRK-APLICACAO             PIC X(08)  VALUE  SPACES.
001330 77  WRK-TIME                  PIC X(08)  VALUE  SPACES.
001340 77  WRK-HORA                  PIC X(06)  VALUE  SPACES.
001350 77  WRK-EVT-SEQ               PIC 9(03)  VALUE  ZEROS.
001360 77  WRK-EVT-TIPO              PIC X(01)  VALUE  SPACES.
001370 77  WRK-EVT-QTD-1             PIC 9(09)  VALUE  ZEROS.
001380 77  WRK-EVT-QTD-2             PIC 9(09)  VALUE  ZEROS.
001390 77  WRK-EVT-TEXTO             PIC X(26)  VALUE  SPACES.
001400 LINKAGE  SECTION.
001410 01  LS-PARM-AREA.
001420     03  LS-PARM-LEN           PIC S9(04)  COMP.
001430     03  LS-PARM-DADOS.
001440         05  LS-PARM-MESES-PASSO
001450                               PIC 9(03).
001460         05  LS-PARM-MESES-ALTERACAO
001470                               PIC 9(03).
001480 PROCEDURE  DIVISION  USING  LS-PARM-AREA.
001490
001500 0000-MAINLINE  SECTION.
001510     DISPLAY  'FERREVT - INICIO DO EXPURGO DE EVTLOG'.
001520     PERFORM  1000-INICIALIZAR
001530              THRU  1000-INICIALIZAR-EXIT.
001540     PERFORM  2000-MAPEAR-ULTIMOS
001550              THRU  2000-MAPEAR-ULTIMOS-EXIT.
001560     PERFORM  3000-PREPARAR-EXPURGO
001570              THRU  3000-PREPARAR-EXPURGO-EXIT.
001580     PERFORM  3500-PROCESSAR
001590              THRU  3500-PROCESSAR-EXIT
001600              UNTIL  FIM-EVTLOG.
001610     PERFORM  4000-GRAVAR-CONTROLE
001620              THRU  4000-GRAVAR-CONTROLE-EXIT.
001630     PERFORM  9999-FINALIZAR
001640              THRU  9999-FINALIZAR-EXIT.
001650 0000-MAINLINE-EXIT.
001660     EXIT.
001670
001680*---------------------------------------------------------------*
001690*    1000 - LE AS JANELAS EM PARMDAT, APLICA O PARM, CALCULA AS *
001700*           DUAS DATAS DE CORTE E ABRE OS ARQUIVOS              *
001710*---------------------------------------------------------------*
001720 1000-INICIALIZAR  SECTION.
001730     ACCEPT  WRK-DATA-HOJE  FROM  DATE  YYYYMMDD.
001740     ACCEPT  WRK-TIME       FROM  TIME.
001750     MOVE  WRK-TIME(1:6)  TO  WRK-HORA.
001760
001770     PERFORM  7500-LER-PARMDAT  THRU  7500-LER-PARMDAT-EXIT.
001780
001790     IF  LS-PARM-LEN  >=  3                  AND
001800         LS-PARM-MESES-PASSO  IS  NUMERIC     AND
001810         LS-PARM-MESES-PASSO  >  ZERO
001820         MOVE  LS-PARM-MESES-PASSO  TO  WRK-MESES-PASSO
001830     END-IF.
001840     IF  LS-PARM-LEN  >=  6                  AND
001850         LS-PARM-MESES-ALTERACAO  IS  NUMERIC AND
001860         LS-PARM-MESES-ALTERACAO  >  ZERO
001870         MOVE  LS-PARM-MESES-ALTERACAO  TO  WRK-MESES-ALTERACAO
001880     END-IF.
001890*    AS ALTERACOES DE PARAMETRO SAO TRILHA DE AUDITORIA: NUNCA
001900*    FICAM MENOS TEMPO QUE OS EVENTOS DE PASSO.
001910     IF  WRK-MESES-ALTERACAO  <  WRK-MESES-PASSO
001920         DISPLAY  'FERREVT - AVISO: RETENCAO DE ALTERACOES '
001930                  'MENOR QUE A DE PASSOS - USANDO '
001940                  WRK-MESES-PASSO
001950         MOVE  WRK-MESES-PASSO  TO  WRK-MESES-ALTERACAO
001960     END-IF.
001970
001980     MOVE  WRK-MESES-PASSO  TO  WRK-MESES-RETENCAO.
001990     PERFORM  1100-CALCULAR-CORTE
002000              THRU  1100-CALCULAR-CORTE-EXIT.
002010     MOVE  WRK-DATA-CORTE  TO  WRK-CORTE-PASSO.
002020     MOVE  WRK-MESES-ALTERACAO  TO  WRK-MESES-RETENCAO.
002030     PERFORM  1100-CALCULAR-CORTE
002040              THRU  1100-CALCULAR-CORTE-EXIT.
002050     MOVE  WRK-DATA-CORTE  TO  WRK-CORTE-ALTERACAO.
002060
002070     DISPLAY  'FERREVT - PASSOS: '  WRK-MESES-PASSO
002080              ' MESES - CORTE '  WRK-CORTE-PASSO.
002090     DISPLAY  'FERREVT - ALTERACOES: '  WRK-MESES-ALTERACAO
002100              ' MESES - CORTE '  WRK-CORTE-ALTERACAO.
002110
002120     OPEN  I-O     EVTLOG.
002130     OPEN  OUTPUT  EVTARQ.
002140     IF  WRK-FS-EVTLOG  NOT  =  '00'  OR
002150         WRK-FS-EVTARQ  NOT  =  '00'
002160         DISPLAY  'FERREVT - ERRO NA ABERTURA DOS ARQUIVOS - '
002170                  'EVTLOG FS='  WRK-FS-EVTLOG
002180                  ' EVTARQ FS='  WRK-FS-EVTARQ
002190         MOVE  '12'  TO  WRK-RC
002200         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002210     END-IF.
002220     MOVE  'S'  TO  WRK-SW-ARQUIVOS.
002230     MOVE  'S'  TO  WRK-SW-EVTLOG-OK.
002240
002250     MOVE  'I'     TO  WRK-EVT-TIPO.
002260     MOVE  ZEROS   TO  WRK-EVT-QTD-1  WRK-EVT-QTD-2.
002270     MOVE  'INICIO DO EXPURGO EVTLOG'  TO  WRK-EVT-TEXTO.
002280     PERFORM  8000-GRAVAR-EVENTO
002290              THRU  8000-GRAVAR-EVENTO-EXIT.
002300 1000-INICIALIZAR-EXIT.
002310     EXIT.
002320
002330*---------------------------------------------------------------*
002340*    1100 - DATA DE CORTE = DIA 01 DO MES CORRENTE MENOS A      *
002350*           RETENCAO (WRK-MESES-RETENCAO)                       *
002360*---------------------------------------------------------------*
002370 1100-CALCULAR-CORTE  SECTION.
002380     MOVE  WRK-DATA-HOJE(1:6)  TO  WRK-AAAAMM-HOJE.
002390     COMPUTE  WRK-MESES-TOTAIS  =
002400         (WRK-AAAA-HOJE  *  12  +  WRK-MM-HOJE)  -
002410         WRK-MESES-RETENCAO.
002420     COMPUTE  WRK-AAAA-CORTE  =  WRK-MESES-TOTAIS  /  12.
002430     COMPUTE  WRK-MM-CORTE    =  WRK-MESES-TOTAIS  -
002440         (WRK-AAAA-CORTE  *  12).
002450     IF  WRK-MM-CORTE  =  ZERO
002460         MOVE  12  TO  WRK-MM-CORTE
002470         SUBTRACT  1  FROM  WRK-AAAA-CORTE
002480     END-IF.
002490     MOVE  WRK-AAAAMM-CORTE  TO  WRK-DATA-CORTE(1:6).
002500     MOVE  '01'               TO  WRK-DATA-CORTE(7:2).
002510 1100-CALCULAR-CORTE-EXIT.
002520     EXIT.
002530
002540*---------------------------------------------------------------*
002550*    2000 - PRIMEIRA PASSADA: LOCALIZA O ULTIMO EVENTO 'F' DO   *
002560*           FERRCNTX DE CADA APLICACAO (O MESMO QUE O FERRRBD   *
002570*           ACEITA COMO EVIDENCIA).  A CHAVE E ORDENADA POR     *
002580*           DATA/HORA, ENTAO O ULTIMO LIDO E O MAIS RECENTE.    *
002590*---------------------------------------------------------------*
002600 2000-MAPEAR-ULTIMOS  SECTION.
002610     MOVE  LOW-VALUES  TO  EVT-CHAVE.
002620     START  EVTLOG  KEY  NOT  <  EVT-CHAVE
002630         INVALID  KEY
002640             SET  FIM-EVTLOG  TO  TRUE
002650     END-START.
002660     PERFORM  2100-LER-EVTLOG  THRU  2100-LER-EVTLOG-EXIT.
002670     PERFORM  2200-REGISTRAR-ULTIMO
002680              THRU  2200-REGISTRAR-ULTIMO-EXIT
002690              UNTIL  FIM-EVTLOG.
002700     DISPLAY  'FERREVT - APLICACOES COM EVENTO FINAL PROTEGIDO: '
002710              WRK-QTD-ULT-FIM.
002720 2000-MAPEAR-ULTIMOS-EXIT.
002730     EXIT.
002740
002750 2100-LER-EVTLOG  SECTION.
002760     IF  FIM-EVTLOG
002770         GO  TO  2100-LER-EVTLOG-EXIT
002780     END-IF.
002790     READ  EVTLOG  NEXT  RECORD
002800         AT  END
002810             SET  FIM-EVTLOG  TO  TRUE
002820     END-READ.
002830     IF  NOT  FIM-EVTLOG  AND
002840         WRK-FS-EVTLOG  NOT  =  '00'
002850         DISPLAY  'FERREVT - ERRO LEITURA EVTLOG - FS='
002860                  WRK-FS-EVTLOG
002870         MOVE  '16'  TO  WRK-RC
002880         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002890     END-IF.
002900 2100-LER-EVTLOG-EXIT.
002910     EXIT.
002920
002930 2200-REGISTRAR-ULTIMO  SECTION.
002940     IF  EVT-PROGRAMA  NOT  =  'FERRCNTX'  OR
002950         NOT  EVT-FIM-PASSO
002960         GO  TO  2200-REGISTRAR-LER
002970     END-IF.
002980     IF  EVT-QTD-1  NOT  NUMERIC  OR
002990         EVT-QTD-2  NOT  NUMERIC  OR
003000         EVT-QTD-2  =  ZERO
003010         GO  TO  2200-REGISTRAR-LER
003020     END-IF.
003030     PERFORM  2300-LOCALIZAR-APLICACAO
003040              THRU  2300-LOCALIZAR-APLICACAO-EXIT.
003050     IF  NOT  ACHOU-APLICACAO
003060         IF  WRK-QTD-ULT-FIM  NOT  <  WRK-MAX-ULT-FIM
003070*            SEM LUGAR NA TABELA NAO HA COMO GARANTIR A
003080*            EVIDENCIA DO FERRRBD - ABORTA ANTES DE REMOVER.
003090             DISPLAY  'FERREVT - TABELA DE APLICACOES ESGOTADA ('
003100                      WRK-MAX-ULT-FIM  ') - NADA EXPURGADO'
003110             MOVE  '12'  TO  WRK-RC
003120             PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003130         END-IF
003140         ADD   1                 TO  WRK-QTD-ULT-FIM
003150         MOVE  WRK-QTD-ULT-FIM   TO  IND
003160         MOVE  WRK-APLIC-EVENTO  TO  TUF-APLICACAO(IND)
003170     END-IF.
003180     MOVE  EVT-CHAVE  TO  TUF-CHAVE(IND).
003190 2200-REGISTRAR-LER.
003200     PERFORM  2100-LER-EVTLOG  THRU  2100-LER-EVTLOG-EXIT.
003210 2200-REGISTRAR-ULTIMO-EXIT.
003220     EXIT.
003230
003240*---------------------------------------------------------------*
003250*    2300 - PROCURA A APLICACAO DO EVENTO NA TABELA; EVENTO SEM *
003260*           APLICACAO (ANTERIOR A EVT-APLICACAO) E DO FERRCNTX. *
003270*           DEIXA IND NA ENTRADA ACHADA.                        *
003280*---------------------------------------------------------------*
003290 2300-LOCALIZAR-APLICACAO  SECTION.
003300     MOVE  EVT-APLICACAO  TO  WRK-APLIC-EVENTO.
003310     IF  WRK-APLIC-EVENTO  =  SPACES
003320         MOVE  'FERRCNTX'  TO  WRK-APLIC-EVENTO
003330     END-IF.
003340     MOVE  'N'  TO  WRK-SW-ACHOU.
003350     PERFORM  2310-COMPARAR-APLICACAO
003360              THRU  2310-COMPARAR-APLICACAO-EXIT
003370              VARYING  IND  FROM  1  BY  1
003380              UNTIL  IND  >  WRK-QTD-ULT-FIM
003390                 OR  ACHOU-APLICACAO.
003400     IF  ACHOU-APLICACAO
003410         SUBTRACT  1  FROM  IND
003420     END-IF.
003430 2300-LOCALIZAR-APLICACAO-EXIT.
003440     EXIT.
003450
003460 2310-COMPARAR-APLICACAO  SECTION.
003470     IF  TUF-APLICACAO(IND)  =  WRK-APLIC-EVENTO
003480         MOVE  'S'  TO  WRK-SW-ACHOU
003490     END-IF.
003500 2310-COMPARAR-APLICACAO-EXIT.
003510     EXIT.
003520
003530*---------------------------------------------------------------*
003540*    3000 - SEGUNDA PASSADA: REPOSICIONA NO INICIO DE EVTLOG    *
003550*---------------------------------------------------------------*
003560 3000-PREPARAR-EXPURGO  SECTION.
003570     MOVE  'N'         TO  WRK-FIM-EVTLOG.
003580     MOVE  LOW-VALUES  TO  EVT-CHAVE.
003590     START  EVTLOG  KEY  NOT  <  EVT-CHAVE
003600         INVALID  KEY
003610             SET  FIM-EVTLOG  TO  TRUE
003620     END-START.
003630     PERFORM  3100-LER-EXPURGO  THRU  3100-LER-EXPURGO-EXIT.
003640 3000-PREPARAR-EXPURGO-EXIT.
003650     EXIT.
003660
003670*---------------------------------------------------------------*
003680*    3100 - LE O PROXIMO EVENTO; O CORTE DOS PASSOS E O MAIS    *
003690*           RECENTE DOS DOIS, ENTAO AO ALCANCA-LO NAO HA MAIS   *
003700*           NADA A EXPURGAR (O EVENTO DE INICIO DESTA EXECUCAO  *
003710*           TAMBEM FICA DEPOIS DELE)                            *
003720*---------------------------------------------------------------*
003730 3100-LER-EXPURGO  SECTION.
003740     PERFORM  2100-LER-EVTLOG  THRU  2100-LER-EVTLOG-EXIT.
003750     IF  NOT  FIM-EVTLOG  AND
003760         EVT-DATA  NOT  <  WRK-CORTE-PASSO
003770         SET  FIM-EVTLOG  TO  TRUE
003780     END-IF.
003790 3100-LER-EXPURGO-EXIT.
003800     EXIT.
003810
003820*---------------------------------------------------------------*
003830*    3500 - COPIA PARA O EXTRATO E REMOVE DE EVTLOG OS EVENTOS  *
003840*           ANTERIORES AO CORTE DO SEU TIPO, EXCETO O ULTIMO    *
003850*           'F' DO FERRCNTX DE CADA APLICACAO                   *
003860*---------------------------------------------------------------*
003870 3500-PROCESSAR  SECTION.
003880     IF  EVT-ALTERACAO-PARM  AND
003890         EVT-DATA  NOT  <  WRK-CORTE-ALTERACAO
003900         ADD  1  TO  WRK-QTD-MANTIDOS
003910         GO  TO  3500-PROCESSAR-LER
003920     END-IF.
003930     PERFORM  3600-VERIFICAR-PROTECAO
003940              THRU  3600-VERIFICAR-PROTECAO-EXIT.
003950     IF  EVENTO-PROTEGIDO
003960         ADD  1  TO  WRK-QTD-PROTEGIDOS
003970         GO  TO  3500-PROCESSAR-LER
003980     END-IF.
003990
004000     MOVE  REG-EVTLOG  TO  REG-EVTARQ.
004010     WRITE  REG-EVTARQ.
004020     IF  WRK-FS-EVTARQ  NOT  =  '00'
004030         DISPLAY  'FERREVT - ERRO GRAVACAO EVTARQ - FS='
004040                  WRK-FS-EVTARQ
004050         MOVE  '16'  TO  WRK-RC
004060         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004070     END-IF.
004080
004090     PERFORM  3700-ACUMULAR-CONTROLE
004100              THRU  3700-ACUMULAR-CONTROLE-EXIT.
004110
004120     DELETE  EVTLOG  RECORD.
004130     IF  WRK-FS-EVTLOG  NOT  =  '00'
004140         DISPLAY  'FERREVT - ERRO REMOCAO EVTLOG - FS='
004150                  WRK-FS-EVTLOG
004160         MOVE  '16'  TO  WRK-RC
004170         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
004180     END-IF.
004190
004200 3500-PROCESSAR-LER.
004210     PERFORM  3100-LER-EXPURGO  THRU  3100-LER-EXPURGO-EXIT.
004220 3500-PROCESSAR-EXIT.
004230     EXIT.
004240
004250 3600-VERIFICAR-PROTECAO  SECTION.
004260     MOVE  'N'  TO  WRK-SW-PROTEGIDO.
004270     IF  EVT-PROGRAMA  NOT  =  'FERRCNTX'  OR
004280         NOT  EVT-FIM-PASSO
004290         GO  TO  3600-VERIFICAR-PROTECAO-EXIT
004300     END-IF.
004310     PERFORM  2300-LOCALIZAR-APLICACAO
004320              THRU  2300-LOCALIZAR-APLICACAO-EXIT.
004330     IF  ACHOU-APLICACAO  AND
004340         TUF-CHAVE(IND)  =  EVT-CHAVE
004350         MOVE  'S'  TO  WRK-SW-PROTEGIDO
004360     END-IF.
004370 3600-VERIFICAR-PROTECAO-EXIT.
004380     EXIT.
004390
004400 3700-ACUMULAR-CONTROLE  SECTION.
004410     ADD  1  TO  WRK-QTD-COPIADOS.
004420     IF  EVT-ALTERACAO-PARM
004430         ADD  1  TO  WRK-QTD-COP-ALTERACAO
004440     ELSE
004450         ADD  1  TO  WRK-QTD-COP-PASSO
004460     END-IF.
004470     IF  WRK-QTD-COPIADOS  =  1
004480         MOVE  EVT-DATA  TO  WRK-DATA-MINIMA
004490     END-IF.
004500     IF  EVT-DATA  >  WRK-DATA-MAXIMA
004510         MOVE  EVT-DATA  TO  WRK-DATA-MAXIMA
004520     END-IF.
004530     IF  EVT-DATA  <  WRK-DATA-MINIMA
004540         MOVE  EVT-DATA  TO  WRK-DATA-MINIMA
004550     END-IF.
004560 3700-ACUMULAR-CONTROLE-EXIT.
004570     EXIT.
004580
004590*---------------------------------------------------------------*
004600*    4000 - GRAVA O REGISTRO DE CONTROLE AO FIM DO EXTRATO      *
004610*---------------------------------------------------------------*
004620 4000-GRAVAR-CONTROLE  SECTION.
004630     MOVE  WRK-QTD-COPIADOS       TO  WAC-QTD.
004640     MOVE  WRK-DATA-MINIMA        TO  WAC-DATA-MINIMA.
004650     MOVE  WRK-DATA-MAXIMA        TO  WAC-DATA-MAXIMA.
004660     MOVE  WRK-QTD-COP-PASSO      TO  WAC-QTD-PASSO.
004670     MOVE  WRK-QTD-COP-ALTERACAO  TO  WAC-QTD-ALTERACAO.
004680     MOVE  WRK-ARC-CONTROLE       TO  REG-EVTARQ.
004690     WRITE  REG-EVTARQ.
004700     IF  WRK-FS-EVTARQ  NOT  =  '00'
004710         DISPLAY  'FERREVT - ERRO GRAVACAO CONTROLE EVTARQ - FS='
004720                  WRK-FS-EVTARQ
004730         MOVE  '16'  TO  WRK-RC
004740     END-IF.
004750 4000-GRAVAR-CONTROLE-EXIT.
004760     EXIT.
004770
004780*---------------------------------------------------------------*
004790*    7500 - LE AS JANELAS DE RETENCAO (EVTMESES/EVTMESAL) EM    *
004800*           PARMDAT.  ARQUIVO OU REGISTRO AUSENTE APENAS AVISA  *
004810*           - O PADRAO COMPILADO CONTINUA VALENDO; O PARM DO    *
004820*           JOB SEMPRE PREVALECE.                               *
004830*---------------------------------------------------------------*
004840 7500-LER-PARMDAT  SECTION.
004850     OPEN  INPUT  PARMDAT.
004860     IF  WRK-FS-PARMDAT  NOT  =  '00'
004870         DISPLAY  'FERREVT - AVISO: PARMDAT INDISPONIVEL - '
004880                  'FS='  WRK-FS-PARMDAT  ' - USANDO PADRAO'
004890         GO  TO  7500-LER-PARMDAT-EXIT
004900     END-IF.
004910     MOVE  'EVTMESES'  TO  PRM-NOME.
004920     READ  PARMDAT
004930         INVALID  KEY
004940             DISPLAY  'FERREVT - AVISO: EVTMESES AUSENTE DE '
004950                      'PARMDAT - USANDO PADRAO'
004960     END-READ.
004970     IF  WRK-FS-PARMDAT  =  '00'
004980         IF  PRM-VALOR  >  ZERO  AND  PRM-VALOR  <=  999
004990             MOVE  PRM-VALOR  TO  WRK-MESES-PASSO
005000         ELSE
005010             DISPLAY  'FERREVT - AVISO: EVTMESES FORA DA '
005020                      'FAIXA (1-999) EM PARMDAT - '
005030                      'USANDO PADRAO'
005040         END-IF
005050     END-IF.
005060     MOVE  'EVTMESAL'  TO  PRM-NOME.
005070     READ  PARMDAT
005080         INVALID  KEY
005090             DISPLAY  'FERREVT - AVISO: EVTMESAL AUSENTE DE '
005100                      'PARMDAT - USANDO PADRAO'
005110     END-READ.
005120     IF  WRK-FS-PARMDAT  =  '00'
005130         IF  PRM-VALOR  >  ZERO  AND  PRM-VALOR  <=  999
005140             MOVE  PRM-VALOR  TO  WRK-MESES-ALTERACAO
005150         ELSE
005160             DISPLAY  'FERREVT - AVISO: EVTMESAL FORA DA '
005170                      'FAIXA (1-999) EM PARMDAT - '
005180                      'USANDO PADRAO'
005190         END-IF
005200     END-IF.
005210     CLOSE  PARMDAT.
005220 7500-LER-PARMDAT-EXIT.
005230     EXIT.
005240
005250*---------------------------------------------------------------*
005260*    8000 - GRAVA UM EVENTO OPERACIONAL EM EVTLOG.  CHAVE E     *
005270*           DATA+HORA+PROGRAMA+SEQ; STATUS 22 (CHAVE DUPLICADA, *
005280*           DUAS EXECUCOES NO MESMO SEGUNDO) AVANCA A SEQ E     *
005290*           TENTA DE NOVO.  EVENTO SEM APLICACAO (ARQUIVO DE    *
005300*           TODA A INSTALACAO).                                 *
005310*---------------------------------------------------------------*
005320 8000-GRAVAR-EVENTO  SECTION.
005330     IF  NOT  EVTLOG-DISPONIVEL
005340         GO  TO  8000-GRAVAR-EVENTO-EXIT
005350     END-IF.
005360     ADD  1  TO  WRK-EVT-SEQ.
005370 8000-GRAVAR-TENTATIVA.
005380     MOVE  SPACES           TO  REG-EVTLOG.
005390     MOVE  WRK-DATA-HOJE    TO  EVT-DATA.
005400     MOVE  WRK-HORA         TO  EVT-HORA.
005410     MOVE  'FERREVT '       TO  EVT-PROGRAMA.
005420     MOVE  WRK-EVT-SEQ      TO  EVT-SEQ.
005430     MOVE  WRK-EVT-TIPO     TO  EVT-TIPO.
005440     MOVE  WRK-RC           TO  EVT-RC.
005450     MOVE  WRK-EVT-QTD-1    TO  EVT-QTD-1.
005460     MOVE  WRK-EVT-QTD-2    TO  EVT-QTD-2.
005470     MOVE  WRK-EVT-TEXTO    TO  EVT-TEXTO.
005480     MOVE  WRK-APLICACAO    TO  EVT-APLICACAO.
005490     WRITE  REG-EVTLOG.
005500     IF  WRK-FS-EVTLOG  =  '22'  AND  WRK-EVT-SEQ  <  999
005510         ADD  1  TO  WRK-EVT-SEQ
005520         GO  TO  8000-GRAVAR-TENTATIVA
005530     END-IF.
005540     IF  WRK-FS-EVTLOG  NOT  =  '00'
005550         DISPLAY  'FERREVT - AVISO: FALHA GRAVACAO EVTLOG - FS='
005560                  WRK-FS-EVTLOG
005570         MOVE  'N'  TO  WRK-SW-EVTLOG-OK
005580     END-IF.
005590 8000-GRAVAR-EVENTO-EXIT.
005600     EXIT.
005610
005620*---------------------------------------------------------------*
005630*    9999 - GRAVA O EVENTO DE FIM, FECHA OS ARQUIVOS E ENCERRA  *
005640*---------------------------------------------------------------*
005650 9999-FINALIZAR  SECTION.
005660     MOVE  'F'                 TO  WRK-EVT-TIPO.
005670     MOVE  WRK-QTD-COPIADOS    TO  WRK-EVT-QTD-1.
005680     COMPUTE  WRK-EVT-QTD-2  =  WRK-QTD-MANTIDOS  +
005690                                WRK-QTD-PROTEGIDOS.
005700     MOVE  'ARQUIVADOS / RETIDOS'  TO  WRK-EVT-TEXTO.
005710     PERFORM  8000-GRAVAR-EVENTO
005720              THRU  8000-GRAVAR-EVENTO-EXIT.
005730     IF  ARQUIVOS-ABERTOS
005740         CLOSE  EVTLOG  EVTARQ
005750     END-IF.
005760     DISPLAY  'FERREVT - ARQUIVADOS: '  WRK-QTD-COPIADOS
005770              ' (PASSOS '  WRK-QTD-COP-PASSO
005780              ' ALTERACOES '  WRK-QTD-COP-ALTERACAO  ')'.
005790     DISPLAY  'FERREVT - ALTERACOES RETIDAS: '  WRK-QTD-MANTIDOS
005800              ' FINAIS PROTEGIDOS: '  WRK-QTD-PROTEGIDOS.
005810     MOVE  WRK-RC  TO  RETURN-CODE.
005820     STOP  RUN.
005830 9999-FINALIZAR-EXIT.
005840     EXIT.
