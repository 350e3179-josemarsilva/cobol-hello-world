000010 IDENTIFICATION DIVISION.
000020*****************************************************************
000030*  PROGRAM-ID : FERRALS                                        *
000040*  AUTHOR     : ANDRE                                          *
000050*  INSTALLATION : DATA CENTER - BATCH OPERATIONS                *
000060*  DATE-WRITTEN : 2026-10-15                                    *
000070*  PURPOSE                                                      *
000080*  OPERATOR SIDE OF THE ALERT STATUS FILE (ALRSTAT) FED BY      *
000090*  FERRALT.  AN ALERT IS OPEN WHEN RAISED; THE OPERATOR         *
000100*  ACKNOWLEDGES IT (SEEN, BEING DEALT WITH) AND LATER CLOSES    *
000110*  IT, EACH TIME WITH THEIR ID AND A SHORT NOTE, WHICH ARE      *
000120*  STAMPED ON THE RECORD WITH DATE AND TIME.  AN ERRO LEFT      *
000130*  OPEN KEEPS COMING BACK ON THE NIGHTLY FEED UNTIL THEN.       *
000140*  ACTIONS:                                                     *
000150*    R - ACKNOWLEDGE AN OPEN ALERT;                             *
000160*    F - CLOSE AN OPEN OR ACKNOWLEDGED ALERT;                   *
000170*    E - AGING REPORT (WEEKLY): EVERY ALERT NOT YET CLOSED,     *
000180*        WITH ITS AGE IN DAYS AND TOTALS BY AGE BAND.  RC 04    *
000190*        WHEN ANY OF THEM WAS NEVER EVEN ACKNOWLEDGED.          *
000200*  A CLOSED ALERT IS FINAL; ACKNOWLEDGING TWICE IS REFUSED      *
000210*  (RC 08) SO THE FIRST STAMP IS KEPT AS EVIDENCE.              *
000220*  THE ALERT ID IS THE ONE PRINTED ON RELALT: DATA(8) +         *
000230*  HORA(6) + PROGRAMA(8) + SEQ(3) + REGRA(1).                   *
000240*  PARM: ACAO(1) + OPERADOR(8) + ID-ALERTA(26) + NOTA(30)       *
000250*        (OPERADOR, ID AND NOTA REQUIRED FOR R AND F).          *
000260*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  2026-10-15 AR    INITIAL VERSION.
000300*****************************************************************
000310 PROGRAM-ID.    FERRALS.
000320 AUTHOR.        ANDRE.
000330 INSTALLATION.  DATA CENTER - BATCH OPERATIONS.
000340 DATE-WRITTEN.  2026-10-15.
000350 DATE-COMPILED.
000360 ENVIRONMENT  DIVISION.
000370 INPUT-OUTPUT  SECTION.
000380 FILE-CONTROL.
000390     SELECT  ALRSTAT   ASSIGN  TO  DISK
000400         ORGANIZATION  IS  INDEXED
000410         ACCESS MODE   IS  DYNAMIC
000420         RECORD KEY    IS  ALS-CHAVE
000430         FILE STATUS   IS  WRK-FS-ALRSTAT.
000440     SELECT  RELALS    ASSIGN  TO  PRINTER
000450         FILE STATUS   IS  WRK-FS-RELALS.
000460 DATA  DIVISION.
000470 FILE  SECTION.
000480 FD  ALRSTAT
000490     LABEL RECORD STANDARD VALUE OF FILE-ID IS "alrstat.dat".
000500     COPY  CPALSDAT.
000510 FD  RELALS
000520     LABEL RECORD STANDARD VALUE OF FILE-ID IS "relals.lst".
000530 01  REG-RELALS                PIC X(132).
000540 WORKING-STORAGE  SECTION.
000550 77  WRK-RC                    PIC X(02)  VALUE  '00'.
000560 77  WRK-FS-ALRSTAT            PIC X(02)  VALUE  '00'.
000570 77  WRK-FS-RELALS             PIC X(02)  VALUE  '00'.
000580 77  WRK-SW-RELALS             PIC X(01)  VALUE  'N'.
000590     88  RELALS-ABERTO                    VALUE  'S'.
000600 77  WRK-SW-ALRSTAT            PIC X(01)  VALUE  'N'.
000610     88  ALRSTAT-ABERTO                   VALUE  'S'.
000620 77  WRK-FIM-ALRSTAT           PIC X(01)  VALUE  'N'.
000630     88  FIM-ALRSTAT                      VALUE  'S'.
000640*---------------------------------------------------------------*
000650*    PARM RECEBIDO (CAMPOS ALEM DO TAMANHO INFORMADO EM BRANCO) *
000660*---------------------------------------------------------------*
000670 77  WRK-TAM-PARM              PIC S9(04)  COMP  VALUE  ZEROS.
000680 01  WRK-PARM.
000690     03  WRK-PRM-ACAO          PIC X(01).
000700         88  ACAO-RECONHECER              VALUE  'R'.
000710         88  ACAO-FECHAR                  VALUE  'F'.
000720         88  ACAO-ENVELHECIMENTO          VALUE  'E'.
000730     03  WRK-PRM-OPERADOR      PIC X(08).
000740     03  WRK-PRM-ID.
000750         05  WRK-PRM-ID-DATA   PIC X(08).
000760         05  WRK-PRM-ID-DATA-9 REDEFINES  WRK-PRM-ID-DATA
000770                               PIC 9(08).
000780         05  WRK-PRM-ID-HORA   PIC X(06).
000790         05  WRK-PRM-ID-HORA-9 REDEFINES  WRK-PRM-ID-HORA
000800                               PIC 9(06).
000810         05  WRK-PRM-ID-PROGRAMA
000820                               PIC X(08).
000830         05  WRK-PRM-ID-SEQ    PIC X(03).
000840         05  WRK-PRM-ID-SEQ-9  REDEFINES  WRK-PRM-ID-SEQ
000850                               PIC 9(03).
000860         05  WRK-PRM-ID-REGRA  PIC X(01).
000870     03  WRK-PRM-NOTA          PIC X(30).
000880*---------------------------------------------------------------*
000890*    DATA/HORA DA EXECUCAO                                      *
000900*---------------------------------------------------------------*
000910 77  WRK-DATA-HOJE             PIC 9(08)  VALUE  ZEROS.
000920 77  WRK-TIME                  PIC X(08)  VALUE  SPACES.
000930 77  WRK-HORA                  PIC X(06)  VALUE  SPACES.
000940 77  WRK-RESULTADO             PIC X(60)  VALUE  SPACES.
000950*---------------------------------------------------------------*
000960*    IDADE DO ALERTA EM DIAS (NUMERO SERIAL DE DIAS, SEM         *
000970*    FUNCOES INTRINSECAS - MESMO CALCULO DO FERRACK)             *
000980*---------------------------------------------------------------*
000990 01  WRK-DATA-DECOMP.
001000     03  WRK-DD-ANO            PIC 9(04).
001010     03  WRK-DD-MES            PIC 9(02).
001020     03  WRK-DD-DIA            PIC 9(02).
001030 77  WRK-SER-ANO               PIC 9(06)  VALUE  ZEROS.
001040 77  WRK-SER-MES               PIC 9(04)  VALUE  ZEROS.
001050 77  WRK-SERIAL                PIC 9(09)  VALUE  ZEROS.
001060 77  WRK-SER-QUOC              PIC 9(09)  VALUE  ZEROS.
001070 77  WRK-SERIAL-HOJE           PIC 9(09)  VALUE  ZEROS.
001080 77  WRK-IDADE-DIAS            PIC 9(04)  VALUE  ZEROS.
001090*---------------------------------------------------------------*
001100*    TOTAIS DO RELATORIO DE ENVELHECIMENTO POR FAIXA DE IDADE   *
001110*    (ATE 1 DIA, 2-7, 8-30, MAIS DE 30) E SITUACAO              *
001120*---------------------------------------------------------------*
001130 01  TAB-FAIXAS.
001140     03  TAB-FXA  OCCURS  4  TIMES.
001150         05  FXA-ABERTOS       PIC 9(05).
001160         05  FXA-RECONHECIDOS  PIC 9(05).
001170 01  TAB-FAIXAS-LIMITES.
001180     03  FILLER                PIC X(16)  VALUE
001190         '0001000700309999'.
001200 01  TAB-FAIXAS-LIMITES-R  REDEFINES  TAB-FAIXAS-LIMITES.
001210     03  FXA-LIMITE  OCCURS  4  TIMES
001220                               PIC 9(04).
001230 01  TAB-FAIXAS-NOMES.
001240     03  FILLER                PIC X(10)  VALUE  'ATE 1 DIA'.
001250     03  FILLER                PIC X(10)  VALUE  '2 A 7 D'.
001260     03  FILLER                PIC X(10)  VALUE  '8 A 30 D'.
001270     03  FILLER                PIC X(10)  VALUE  'MAIS DE 30'.
001280 01  TAB-FAIXAS-NOMES-R  REDEFINES  TAB-FAIXAS-NOMES.
001290     03  FXA-NOME  OCCURS  4  TIMES
001300                               PIC X(10).
001310 77  IND                       PIC S9(03)  COMP  VALUE  ZEROS.
001320 77  WRK-QTD-LISTADOS          PIC 9(05)  VALUE  ZEROS.
001330 77  WRK-QTD-ABERTOS           PIC 9(05)  VALUE  ZEROS.
001340*---------------------------------------------------------------*
001350*    LINHAS DE IMPRESSAO                                        *
001360*---------------------------------------------------------------*
001370 01  WRK-LINHA-TITULO.
001380     03  FILLER                PIC X(46)   VALUE
001390         'FERRALS - SITUACAO DOS ALERTAS (ALRSTAT)'.
001400     03  FILLER                PIC X(08)   VALUE  '  DATA: '.
001410     03  WL-TIT-DATA           PIC 9(08).
001420     03  FILLER                PIC X(08)   VALUE  '  HORA: '.
001430     03  WL-TIT-HORA           PIC X(06).
001440     03  FILLER                PIC X(56)   VALUE  SPACES.
001450 01  WRK-LINHA-ACAO.
001460     03  FILLER                PIC X(06)   VALUE  'ACAO: '.
001470     03  WL-ACAO-COD           PIC X(01).
001480     03  FILLER                PIC X(03)   VALUE  ' - '.
001490     03  WL-ACAO-DESC          PIC X(16).
001500     03  FILLER                PIC X(12)   VALUE  '  OPERADOR: '.
001510     03  WL-ACAO-OPERADOR      PIC X(08).
001520     03  FILLER                PIC X(08)   VALUE  '  NOTA: '.
001530     03  WL-ACAO-NOTA          PIC X(30).
001540     03  FILLER                PIC X(48)   VALUE  SPACES.
001550 01  WRK-LINHA-CABEC.
001560     03  FILLER                PIC X(50)   VALUE
001570         'ID DO ALERTA                S APLIC.   OCORRENCIA'.
001580     03  FILLER                PIC X(82)   VALUE
001590         '                      SIT IDADE EMIS RECONHECIDO POR'.
001600 01  WRK-LINHA-DET.
001610     03  WL-DET-ID             PIC X(26).
001620     03  FILLER                PIC X(02)   VALUE  SPACES.
001630     03  WL-DET-SEV            PIC X(01).
001640     03  FILLER                PIC X(01)   VALUE  SPACES.
001650     03  WL-DET-APLIC          PIC X(08).
001660     03  FILLER                PIC X(02)   VALUE  SPACES.
001670     03  WL-DET-TEXTO          PIC X(30).
001680     03  FILLER                PIC X(02)   VALUE  SPACES.
001690     03  WL-DET-SITUACAO       PIC X(01).
001700     03  FILLER                PIC X(02)   VALUE  SPACES.
001710     03  WL-DET-IDADE          PIC ZZZ9.
001720     03  FILLER                PIC X(02)   VALUE  SPACES.
001730     03  WL-DET-EMISSOES       PIC ZZ9.
001740     03  FILLER                PIC X(02)   VALUE  SPACES.
001750     03  WL-DET-OPERADOR       PIC X(08).
001760     03  FILLER                PIC X(01)   VALUE  SPACES.
001770     03  WL-DET-REC-DATA       PIC X(08).
001780     03  FILLER                PIC X(01)   VALUE  SPACES.
001790     03  WL-DET-NOTA           PIC X(27).
001800     03  FILLER                PIC X(01)   VALUE  SPACES.
001810 01  WRK-LINHA-FAIXA.
001820     03  FILLER                PIC X(07)   VALUE  'FAIXA: '.
001830     03  WL-FXA-NOME           PIC X(10).
001840     03  FILLER                PIC X(11)   VALUE  '  ABERTOS: '.
001850     03  WL-FXA-ABERTOS        PIC ZZZZ9.
001860     03  FILLER                PIC X(16)   VALUE
001870         '  RECONHECIDOS: '.
001880     03  WL-FXA-RECONHECIDOS   PIC ZZZZ9.
001890     03  FILLER                PIC X(78)   VALUE  SPACES.
001900 01  WRK-LINHA-RESULTADO.
001910     03  FILLER                PIC X(11)   VALUE
001920         'RESULTADO: '.
001930     03  WL-RES-TEXTO          PIC X(60).
001940     03  FILLER                PIC X(05)   VALUE  '  RC='.
001950     03  WL-RES-RC             PIC X(02).
001960     03  FILLER                PIC X(54)   VALUE  SPACES.
001970 LINKAGE  SECTION.
001980 01  LS-PARM-AREA.
001990     03  LS-PARM-LEN           PIC S9(04)  COMP.
002000     03  LS-PARM-DADOS         PIC X(65).
002010 PROCEDURE  DIVISION  USING  LS-PARM-AREA.
002020
002030 0000-MAINLINE  SECTION.
002040     DISPLAY  'FERRALS - INICIO DA MANUTENCAO DE ALERTAS'.
002050     PERFORM  1000-INICIALIZAR
002060              THRU  1000-INICIALIZAR-EXIT.
002070     EVALUATE  TRUE
002080         WHEN  ACAO-RECONHECER
002090         WHEN  ACAO-FECHAR
002100             PERFORM  2000-ATUALIZAR
002110                      THRU  2000-ATUALIZAR-EXIT
002120         WHEN  ACAO-ENVELHECIMENTO
002130             PERFORM  3000-ENVELHECIMENTO
002140                      THRU  3000-ENVELHECIMENTO-EXIT
002150     END-EVALUATE.
002160     PERFORM  9999-FINALIZAR
002170              THRU  9999-FINALIZAR-EXIT.
002180 0000-MAINLINE-EXIT.
002190     EXIT.
002200
002210*---------------------------------------------------------------*
002220*    1000 - CRITICA O PARM, ABRE O RELATORIO E O ARQUIVO DE     *
002230*           SITUACAO DOS ALERTAS                                *
002240*---------------------------------------------------------------*
002250 1000-INICIALIZAR  SECTION.
002260     ACCEPT  WRK-DATA-HOJE  FROM  DATE  YYYYMMDD.
002270     ACCEPT  WRK-TIME       FROM  TIME.
002280     MOVE  WRK-TIME(1:6)  TO  WRK-HORA.
002290
002300     MOVE  SPACES  TO  WRK-PARM.
002310     MOVE  LS-PARM-LEN  TO  WRK-TAM-PARM.
002320     IF  WRK-TAM-PARM  >  65
002330         MOVE  65  TO  WRK-TAM-PARM
002340     END-IF.
002350     IF  WRK-TAM-PARM  >  ZERO
002360         MOVE  LS-PARM-DADOS(1:WRK-TAM-PARM)  TO  WRK-PARM
002370     END-IF.
002380
002390     OPEN  OUTPUT  RELALS.
002400     IF  WRK-FS-RELALS  NOT  =  '00'
002410         DISPLAY  'FERRALS - ERRO ABERTURA RELALS - FS='
002420                  WRK-FS-RELALS
002430         MOVE  '12'  TO  WRK-RC
002440         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002450     END-IF.
002460     MOVE  'S'  TO  WRK-SW-RELALS.
002470     MOVE  WRK-DATA-HOJE       TO  WL-TIT-DATA.
002480     MOVE  WRK-HORA            TO  WL-TIT-HORA.
002490     MOVE  WRK-LINHA-TITULO    TO  REG-RELALS.
002500     WRITE  REG-RELALS.
002510     MOVE  SPACES              TO  REG-RELALS.
002520     WRITE  REG-RELALS.
002530     MOVE  WRK-PRM-ACAO        TO  WL-ACAO-COD.
002540     EVALUATE  TRUE
002550         WHEN  ACAO-RECONHECER
002560             MOVE  'RECONHECIMENTO'  TO  WL-ACAO-DESC
002570         WHEN  ACAO-FECHAR
002580             MOVE  'FECHAMENTO'      TO  WL-ACAO-DESC
002590         WHEN  ACAO-ENVELHECIMENTO
002600             MOVE  'ENVELHECIMENTO'  TO  WL-ACAO-DESC
002610         WHEN  OTHER
002620             MOVE  'INVALIDA'        TO  WL-ACAO-DESC
002630     END-EVALUATE.
002640     MOVE  WRK-PRM-OPERADOR    TO  WL-ACAO-OPERADOR.
002650     MOVE  WRK-PRM-NOTA        TO  WL-ACAO-NOTA.
002660     MOVE  WRK-LINHA-ACAO      TO  REG-RELALS.
002670     WRITE  REG-RELALS.
002680     MOVE  SPACES              TO  REG-RELALS.
002690     WRITE  REG-RELALS.
002700
002710     IF  NOT  ACAO-RECONHECER  AND
002720         NOT  ACAO-FECHAR      AND
002730         NOT  ACAO-ENVELHECIMENTO
002740         MOVE  'ACAO INVALIDA - USE R (RECONHECE), F (FECHA) OU E'
002750               TO  WRK-RESULTADO
002760         MOVE  '12'  TO  WRK-RC
002770         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002780     END-IF.
002790     IF  NOT  ACAO-ENVELHECIMENTO
002800         PERFORM  1100-CRITICAR-ATUALIZACAO
002810                  THRU  1100-CRITICAR-ATUALIZACAO-EXIT
002820     END-IF.
002830
002840     IF  ACAO-ENVELHECIMENTO
002850         OPEN  INPUT  ALRSTAT
002860     ELSE
002870         OPEN  I-O    ALRSTAT
002880     END-IF.
002890     IF  WRK-FS-ALRSTAT  =  '35'
002900         MOVE  'ALRSTAT INEXISTENTE - NENHUM ALERTA REGISTRADO'
002910               TO  WRK-RESULTADO
002920         MOVE  '08'  TO  WRK-RC
002930         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002940     END-IF.
002950     IF  WRK-FS-ALRSTAT  NOT  =  '00'
002960         DISPLAY  'FERRALS - ERRO ABERTURA ALRSTAT - FS='
002970                  WRK-FS-ALRSTAT
002980         MOVE  'ERRO NA ABERTURA DO ALRSTAT'  TO  WRK-RESULTADO
002990         MOVE  '12'  TO  WRK-RC
003000         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003010     END-IF.
003020     MOVE  'S'  TO  WRK-SW-ALRSTAT.
003030 1000-INICIALIZAR-EXIT.
003040     EXIT.
003050
003060*---------------------------------------------------------------*
003070*    1100 - RECONHECER/FECHAR EXIGEM OPERADOR, NOTA E UM ID DE  *
003080*           ALERTA BEM FORMADO                                  *
003090*---------------------------------------------------------------*
003100 1100-CRITICAR-ATUALIZACAO  SECTION.
003110     IF  WRK-PRM-OPERADOR  =  SPACES
003120         MOVE  'OPERADOR NAO INFORMADO NO PARM'  TO  WRK-RESULTADO
003130         MOVE  '12'  TO  WRK-RC
003140         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003150     END-IF.
003160     IF  WRK-PRM-ID-DATA-9  IS  NOT  NUMERIC  OR
003170         WRK-PRM-ID-HORA-9  IS  NOT  NUMERIC  OR
003180         WRK-PRM-ID-SEQ-9   IS  NOT  NUMERIC  OR
003190         WRK-PRM-ID-PROGRAMA  =  SPACES       OR
003200         (WRK-PRM-ID-REGRA  NOT  =  'R'  AND
003210          WRK-PRM-ID-REGRA  NOT  =  'P'  AND
003220          WRK-PRM-ID-REGRA  NOT  =  'A')
003230         MOVE  'ID DO ALERTA INVALIDO - COPIAR DO RELALT'
003240               TO  WRK-RESULTADO
003250         MOVE  '12'  TO  WRK-RC
003260         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003270     END-IF.
003280     IF  WRK-PRM-NOTA  =  SPACES
003290         MOVE  'NOTA NAO INFORMADA NO PARM'  TO  WRK-RESULTADO
003300         MOVE  '12'  TO  WRK-RC
003310         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
003320     END-IF.
003330 1100-CRITICAR-ATUALIZACAO-EXIT.
003340     EXIT.
003350
003360*---------------------------------------------------------------*
003370*    2000 - RECONHECE OU FECHA UM ALERTA.  FECHADO E FINAL, E O *
003380*           PRIMEIRO RECONHECIMENTO NAO E SOBREPOSTO.           *
003390*---------------------------------------------------------------*
003400 2000-ATUALIZAR  SECTION.
003410     MOVE  WRK-PRM-ID-DATA-9     TO  ALS-DATA.
003420     MOVE  WRK-PRM-ID-HORA-9     TO  ALS-HORA.
003430     MOVE  WRK-PRM-ID-PROGRAMA   TO  ALS-PROGRAMA.
003440     MOVE  WRK-PRM-ID-SEQ-9      TO  ALS-SEQ.
003450     MOVE  WRK-PRM-ID-REGRA      TO  ALS-REGRA.
003460     READ  ALRSTAT
003470         INVALID  KEY
003480             MOVE  'ALERTA NAO ENCONTRADO EM ALRSTAT'
003490                   TO  WRK-RESULTADO
003500             MOVE  '08'  TO  WRK-RC
003510             GO  TO  2000-ATUALIZAR-EXIT
003520     END-READ.
003530     IF  WRK-FS-ALRSTAT  NOT  =  '00'
003540         DISPLAY  'FERRALS - ERRO LEITURA ALRSTAT - FS='
003550                  WRK-FS-ALRSTAT
003560         MOVE  'ERRO NA LEITURA DO ALRSTAT'  TO  WRK-RESULTADO
003570         MOVE  '16'  TO  WRK-RC
003580         GO  TO  2000-ATUALIZAR-EXIT
003590     END-IF.
003600     IF  ALS-FECHADO
003610         MOVE  'ALERTA JA FECHADO - NADA ALTERADO'
003620               TO  WRK-RESULTADO
003630         MOVE  '08'  TO  WRK-RC
003640         PERFORM  6000-IMPRIMIR-ALERTA
003650                  THRU  6000-IMPRIMIR-ALERTA-EXIT
003660         GO  TO  2000-ATUALIZAR-EXIT
003670     END-IF.
003680     IF  ACAO-RECONHECER  AND  ALS-RECONHECIDO
003690         MOVE  'ALERTA JA RECONHECIDO - NADA ALTERADO'
003700               TO  WRK-RESULTADO
003710         MOVE  '08'  TO  WRK-RC
003720         PERFORM  6000-IMPRIMIR-ALERTA
003730                  THRU  6000-IMPRIMIR-ALERTA-EXIT
003740         GO  TO  2000-ATUALIZAR-EXIT
003750     END-IF.
003760
003770     IF  ACAO-RECONHECER
003780         SET  ALS-RECONHECIDO  TO  TRUE
003790         MOVE  WRK-PRM-OPERADOR  TO  ALS-REC-OPERADOR
003800         MOVE  WRK-DATA-HOJE     TO  ALS-REC-DATA
003810         MOVE  WRK-HORA          TO  ALS-REC-HORA
003820         MOVE  WRK-PRM-NOTA      TO  ALS-REC-NOTA
003830     ELSE
003840         SET  ALS-FECHADO  TO  TRUE
003850         MOVE  WRK-PRM-OPERADOR  TO  ALS-FEC-OPERADOR
003860         MOVE  WRK-DATA-HOJE     TO  ALS-FEC-DATA
003870         MOVE  WRK-HORA          TO  ALS-FEC-HORA
003880         MOVE  WRK-PRM-NOTA      TO  ALS-FEC-NOTA
003890     END-IF.
003900     REWRITE  REG-ALRSTAT.
003910     IF  WRK-FS-ALRSTAT  NOT  =  '00'
003920         DISPLAY  'FERRALS - ERRO REGRAVACAO ALRSTAT - FS='
003930                  WRK-FS-ALRSTAT
003940         MOVE  'ERRO NA REGRAVACAO DO ALRSTAT'  TO  WRK-RESULTADO
003950         MOVE  '16'  TO  WRK-RC
003960         GO  TO  2000-ATUALIZAR-EXIT
003970     END-IF.
003980
003990     PERFORM  6000-IMPRIMIR-ALERTA
004000              THRU  6000-IMPRIMIR-ALERTA-EXIT.
004010     IF  ACAO-RECONHECER
004020         MOVE  'ALERTA RECONHECIDO'  TO  WRK-RESULTADO
004030     ELSE
004040         MOVE  'ALERTA FECHADO'      TO  WRK-RESULTADO
004050     END-IF.
004060 2000-ATUALIZAR-EXIT.
004070     EXIT.
004080
004090*---------------------------------------------------------------*
004100*    3000 - ENVELHECIMENTO: TODO ALERTA AINDA NAO FECHADO, COM  *
004110*           A IDADE EM DIAS, E OS TOTAIS POR FAIXA DE IDADE     *
004120*---------------------------------------------------------------*
004130 3000-ENVELHECIMENTO  SECTION.
004140     INITIALIZE  TAB-FAIXAS.
004150     MOVE  WRK-LINHA-CABEC  TO  REG-RELALS.
004160     WRITE  REG-RELALS.
004170     MOVE  ZEROS       TO  ALS-DATA  ALS-HORA  ALS-SEQ.
004180     MOVE  LOW-VALUES  TO  ALS-PROGRAMA  ALS-REGRA.
004190     START  ALRSTAT  KEY  NOT  <  ALS-CHAVE
004200         INVALID  KEY
004210             SET  FIM-ALRSTAT  TO  TRUE
004220     END-START.
004230     PERFORM  3100-LER-ALRSTAT  THRU  3100-LER-ALRSTAT-EXIT.
004240     PERFORM  3200-EXAMINAR-ALERTA
004250              THRU  3200-EXAMINAR-ALERTA-EXIT
004260              UNTIL  FIM-ALRSTAT.
004270
004280     MOVE  SPACES  TO  REG-RELALS.
004290     WRITE  REG-RELALS.
004300     PERFORM  3300-IMPRIMIR-FAIXA
004310              THRU  3300-IMPRIMIR-FAIXA-EXIT
004320              VARYING  IND  FROM  1  BY  1
004330              UNTIL  IND  >  4.
004340
004350     EVALUATE  TRUE
004360         WHEN  WRK-QTD-LISTADOS  =  ZERO
004370             MOVE  'NENHUM ALERTA PENDENTE'  TO  WRK-RESULTADO
004380         WHEN  WRK-QTD-ABERTOS  >  ZERO
004390             MOVE  'HA ALERTAS NUNCA RECONHECIDOS - VER RELALS'
004400                   TO  WRK-RESULTADO
004410             MOVE  '04'  TO  WRK-RC
004420         WHEN  OTHER
004430             MOVE  'ALERTAS PENDENTES TODOS RECONHECIDOS'
004440                   TO  WRK-RESULTADO
004450     END-EVALUATE.
004460 3000-ENVELHECIMENTO-EXIT.
004470     EXIT.
004480
004490 3100-LER-ALRSTAT  SECTION.
004500     IF  FIM-ALRSTAT
004510         GO  TO  3100-LER-ALRSTAT-EXIT
004520     END-IF.
004530     READ  ALRSTAT  NEXT  RECORD
004540         AT  END
004550             SET  FIM-ALRSTAT  TO  TRUE
004560     END-READ.
004570 3100-LER-ALRSTAT-EXIT.
004580     EXIT.
004590
004600 3200-EXAMINAR-ALERTA  SECTION.
004610     IF  ALS-FECHADO
004620         GO  TO  3200-EXAMINAR-LER
004630     END-IF.
004640     ADD  1  TO  WRK-QTD-LISTADOS.
004650     PERFORM  6000-IMPRIMIR-ALERTA
004660              THRU  6000-IMPRIMIR-ALERTA-EXIT.
004670     PERFORM  3210-LOCALIZAR-FAIXA
004680              THRU  3210-LOCALIZAR-FAIXA-EXIT
004690              VARYING  IND  FROM  1  BY  1
004700              UNTIL  IND  >  3  OR
004710                     WRK-IDADE-DIAS  NOT  >  FXA-LIMITE(IND).
004720     IF  ALS-ABERTO
004730         ADD  1  TO  WRK-QTD-ABERTOS
004740         ADD  1  TO  FXA-ABERTOS(IND)
004750     ELSE
004760         ADD  1  TO  FXA-RECONHECIDOS(IND)
004770     END-IF.
004780
004790 3200-EXAMINAR-LER.
004800     PERFORM  3100-LER-ALRSTAT  THRU  3100-LER-ALRSTAT-EXIT.
004810 3200-EXAMINAR-ALERTA-EXIT.
004820     EXIT.
004830
004840 3210-LOCALIZAR-FAIXA  SECTION.
004850     CONTINUE.
004860 3210-LOCALIZAR-FAIXA-EXIT.
004870     EXIT.
004880
004890 3300-IMPRIMIR-FAIXA  SECTION.
004900     MOVE  FXA-NOME(IND)          TO  WL-FXA-NOME.
004910     MOVE  FXA-ABERTOS(IND)       TO  WL-FXA-ABERTOS.
004920     MOVE  FXA-RECONHECIDOS(IND)  TO  WL-FXA-RECONHECIDOS.
004930     MOVE  WRK-LINHA-FAIXA        TO  REG-RELALS.
004940     WRITE  REG-RELALS.
004950 3300-IMPRIMIR-FAIXA-EXIT.
004960     EXIT.
004970
004980 3900-CALCULAR-SERIAL  SECTION.
004990     IF  WRK-DD-MES  <  3
005000         COMPUTE  WRK-SER-ANO  =  WRK-DD-ANO  -  1
005010         COMPUTE  WRK-SER-MES  =  WRK-DD-MES  +  12
005020     ELSE
005030         MOVE  WRK-DD-ANO  TO  WRK-SER-ANO
005040         MOVE  WRK-DD-MES  TO  WRK-SER-MES
005050     END-IF.
005060     COMPUTE  WRK-SERIAL  =
005070         365  *  WRK-SER-ANO  +  WRK-DD-DIA.
005080     DIVIDE  WRK-SER-ANO  BY  4    GIVING  WRK-SER-QUOC.
005090     ADD  WRK-SER-QUOC  TO  WRK-SERIAL.
005100     DIVIDE  WRK-SER-ANO  BY  100  GIVING  WRK-SER-QUOC.
005110     SUBTRACT  WRK-SER-QUOC  FROM  WRK-SERIAL.
005120     DIVIDE  WRK-SER-ANO  BY  400  GIVING  WRK-SER-QUOC.
005130     ADD  WRK-SER-QUOC  TO  WRK-SERIAL.
005140     COMPUTE  WRK-SER-QUOC  =
005150         (153  *  (WRK-SER-MES  -  3)  +  2)  /  5.
005160     ADD  WRK-SER-QUOC  TO  WRK-SERIAL.
005170 3900-CALCULAR-SERIAL-EXIT.
005180     EXIT.
005190
005200*---------------------------------------------------------------*
005210*    6000 - LINHA DO ALERTA CORRENTE, COM A IDADE EM DIAS E O   *
005220*           ULTIMO CARIMBO DO OPERADOR                          *
005230*---------------------------------------------------------------*
005240 6000-IMPRIMIR-ALERTA  SECTION.
005250     MOVE  WRK-DATA-HOJE  TO  WRK-DATA-DECOMP.
005260     PERFORM  3900-CALCULAR-SERIAL
005270              THRU  3900-CALCULAR-SERIAL-EXIT.
005280     MOVE  WRK-SERIAL     TO  WRK-SERIAL-HOJE.
005290     MOVE  ALS-DATA       TO  WRK-DATA-DECOMP.
005300     PERFORM  3900-CALCULAR-SERIAL
005310              THRU  3900-CALCULAR-SERIAL-EXIT.
005320     COMPUTE  WRK-IDADE-DIAS  =  WRK-SERIAL-HOJE  -  WRK-SERIAL.
005330
005340     MOVE  ALS-CHAVE          TO  WL-DET-ID.
005350     MOVE  ALS-SEVERIDADE     TO  WL-DET-SEV.
005360     MOVE  ALS-APLICACAO      TO  WL-DET-APLIC.
005370     MOVE  ALS-TEXTO          TO  WL-DET-TEXTO.
005380     MOVE  ALS-SITUACAO       TO  WL-DET-SITUACAO.
005390     MOVE  WRK-IDADE-DIAS     TO  WL-DET-IDADE.
005400     MOVE  ALS-QTD-EMISSOES   TO  WL-DET-EMISSOES.
005410     EVALUATE  TRUE
005420         WHEN  ALS-FECHADO
005430             MOVE  ALS-FEC-OPERADOR  TO  WL-DET-OPERADOR
005440             MOVE  ALS-FEC-DATA      TO  WL-DET-REC-DATA
005450             MOVE  ALS-FEC-NOTA      TO  WL-DET-NOTA
005460         WHEN  ALS-RECONHECIDO
005470             MOVE  ALS-REC-OPERADOR  TO  WL-DET-OPERADOR
005480             MOVE  ALS-REC-DATA      TO  WL-DET-REC-DATA
005490             MOVE  ALS-REC-NOTA      TO  WL-DET-NOTA
005500         WHEN  OTHER
005510             MOVE  SPACES  TO  WL-DET-OPERADOR  WL-DET-REC-DATA
005520                               WL-DET-NOTA
005530     END-EVALUATE.
005540     MOVE  WRK-LINHA-DET      TO  REG-RELALS.
005550     WRITE  REG-RELALS.
005560 6000-IMPRIMIR-ALERTA-EXIT.
005570     EXIT.
005580
005590 9999-FINALIZAR  SECTION.
005600     IF  RELALS-ABERTO
005610         MOVE  SPACES            TO  REG-RELALS
005620         WRITE  REG-RELALS
005630         MOVE  WRK-RESULTADO     TO  WL-RES-TEXTO
005640         MOVE  WRK-RC            TO  WL-RES-RC
005650         MOVE  WRK-LINHA-RESULTADO  TO  REG-RELALS
005660         WRITE  REG-RELALS
005670         CLOSE  RELALS
005680     END-IF.
005690     IF  ALRSTAT-ABERTO
005700         CLOSE  ALRSTAT
005710     END-IF.
005720     DISPLAY  'FERRALS - '  WRK-RESULTADO.
005730     DISPLAY  'FERRALS - FIM DE PROCESSAMENTO - RC='  WRK-RC.
005740     MOVE  WRK-RC  TO  RETURN-CODE.
005750     STOP  RUN.
005760 9999-FINALIZAR-EXIT.
005770     EXIT.
