000230*  PARM: DATA(8, DEFAULT HOJE) + JANELA-INI(6) + JANELA-FIM(6)  *
000240*  (JANELA BATCH, DEFAULT 180000-060000; FIM < INI CRUZA A      *
000250*  MEIA-NOITE).                                                 *
000251*  EVERY ALERT IS ALSO RECORDED IN THE ALERT STATUS FILE        *
000252*  (ALRSTAT, STATE OPEN / ACKNOWLEDGED / CLOSED - SEE FERRALS). *
000253*  AN ERRO OF AN EARLIER NIGHT THAT IS STILL OPEN (NEITHER      *
000254*  ACKNOWLEDGED NOR CLOSED) IS REPEATED ON RELALT AND ALERTAS   *
000255*  WITH ITS AGE IN DAYS, AND COUNTS TOWARDS RC 08, UNTIL THE    *
000256*  OPERATOR DEALS WITH IT.  ALRSTAT UNAVAILABLE ONLY WARNS.     *
000257*  THE SUMMARY ALSO LISTS THE XADM PARAMETER CHANGES STILL      *
000258*  AWAITING A SECOND OPERATOR'S APPROVAL (PENDAT) AT THE START  *
000259*  OF THE BATCH WINDOW - WITH WHAT BECAME OF THEM SINCE - AND   *
000260*  ENDS WITH AT LEAST RC 04 WHEN THERE ARE ANY.  THEY ARE NOT   *
000261*  ALERTS: NOTHING GOES TO ALERTAS OR ALRSTAT.  PENDAT          *
000262*  UNAVAILABLE ONLY WARNS.                                      *
000267*-----------------------------------------------------------------
000270*  MODIFICATION HISTORY
000280*  DATE       INIT  DESCRIPTION
000290*  2026-09-02 AR    INITIAL VERSION.
000292*  2026-10-15 AR    ALERTS RECORDED IN ALRSTAT (OPEN/ACK/CLOSED);
000294*                   OPEN ERRO ALERTS OF EARLIER NIGHTS REPEATED
000295*                   WITH THEIR AGE.  ALERTAS CARRIES THE ALERT ID,
000296*                   APPLICATION AND AGE IN ITS FORMER FILLER.
000297*  2026-10-15 AR    XADM CHANGES PENDING APPROVAL (PENDAT) AT THE
000298*                   START OF THE BATCH WINDOW LISTED ON RELALT,
000299*                   RC 04 WHEN ANY.
000300*****************************************************************
000310 PROGRAM-ID.    FERRALT.
000320 AUTHOR.        ANDRE.
000460         FILE STATUS   IS  WRK-FS-ALERTAS.
000470     SELECT  RELALT    ASSIGN  TO  PRINTER
000480         FILE STATUS   IS  WRK-FS-RELALT.
000481     SELECT  ALRSTAT   ASSIGN  TO  DISK
000482         ORGANIZATION  IS  INDEXED
000483         ACCESS MODE   IS  DYNAMIC
000484         RECORD KEY    IS  ALS-CHAVE
000485         FILE STATUS   IS  WRK-FS-ALRSTAT.
000486     SELECT  PENDAT    ASSIGN  TO  DISK
000487         ORGANIZATION  IS  INDEXED
000488         ACCESS MODE   IS  DYNAMIC
000489         RECORD KEY    IS  PEN-CHAVE
000494         FILE STATUS   IS  WRK-FS-PENDAT.
000499 DATA  DIVISION.
000500 FILE  SECTION.
000510 FD  EVTLOG
000520     LABEL RECORD STANDARD VALUE OF FILE-ID IS "evtlog.dat".
000600     03  ALR-SEVERIDADE        PIC X(01).
000610     03  ALR-RC                PIC X(02).
000620     03  ALR-TEXTO             PIC X(30).
000630     03  ALR-SEQ               PIC 9(03).
000631     03  ALR-REGRA             PIC X(01).
000632     03  ALR-REPETIDO          PIC X(01).
000633         88  ALR-NOITE-ANTERIOR           VALUE  'S'.
000634     03  ALR-IDADE-DIAS        PIC 9(04).
000635     03  ALR-APLICACAO         PIC X(08).
000636     03  FILLER                PIC X(08).
000640 FD  RELALT
000650     LABEL RECORD STANDARD VALUE OF FILE-ID IS "relalt.lst".
000660 01  REG-RELALT                PIC X(132).
000662 FD  ALRSTAT
000664     LABEL RECORD STANDARD VALUE OF FILE-ID IS "alrstat.dat".
000666     COPY  CPALSDAT.
000667 FD  PENDAT
000668     LABEL RECORD STANDARD VALUE OF FILE-ID IS "pendat.dat".
000669     COPY  CPPENDAT.
000670 WORKING-STORAGE  SECTION.
000680 77  WRK-RC                    PIC X(02)  VALUE  '00'.
000690 77  WRK-FS-EVTLOG             PIC X(02)  VALUE  '00'.
000750     88  ACHOU-INICIO                     VALUE  'S'.
000760 77  WRK-DENTRO-JANELA         PIC X(01)  VALUE  'N'.
000770     88  DENTRO-DA-JANELA                 VALUE  'S'.
000771 77  WRK-FS-ALRSTAT            PIC X(02)  VALUE  '00'.
000772 77  WRK-FIM-ALRSTAT           PIC X(01)  VALUE  'N'.
000773     88  FIM-ALRSTAT                      VALUE  'S'.
000774 01  WRK-SW-ALRSTAT.
000775     03  WRK-SW-ALRSTAT-OK     PIC X(01)  VALUE  'N'.
000776         88  ALRSTAT-DISPONIVEL           VALUE  'S'.
000777 77  WRK-FS-PENDAT             PIC X(02)  VALUE  '00'.
000778 77  WRK-FIM-PENDAT            PIC X(01)  VALUE  'N'.
000779     88  FIM-PENDAT                       VALUE  'S'.
000780 77  WRK-SW-PENDAT             PIC X(01)  VALUE  'N'.
000781     88  PENDAT-DISPONIVEL                VALUE  'S'.
000786*---------------------------------------------------------------*
000790*    NOITE APURADA E JANELA DO BATCH                             *
000800*---------------------------------------------------------------*
000810 77  WRK-DATA-ALVO             PIC 9(08)  VALUE  ZEROS.
000890 01  TAB-ABERTOS.
000900     03  TAB-ABT  OCCURS  50  TIMES.
000910         05  ABT-PROGRAMA      PIC X(08).
000921         05  ABT-HORA          PIC 9(06).
000923         05  ABT-SEQ           PIC 9(03).
000925         05  ABT-APLICACAO     PIC X(08).
000930         05  ABT-ATIVO         PIC X(01).
000940             88  ABT-PENDENTE             VALUE  'S'.
000950 77  IND                       PIC S9(03)  COMP  VALUE  ZEROS.
000990 77  WRK-QTD-EVENTOS           PIC 9(05)  VALUE  ZEROS.
001000 77  WRK-QTD-ERROS             PIC 9(05)  VALUE  ZEROS.
001010 77  WRK-QTD-AVISOS            PIC 9(05)  VALUE  ZEROS.
001011 77  WRK-QTD-REPETIDOS         PIC 9(05)  VALUE  ZEROS.
001012 77  WRK-REGRA                 PIC X(01)  VALUE  SPACES.
001013*---------------------------------------------------------------*
001014*    IDADE DO ALERTA EM DIAS (NUMERO SERIAL DE DIAS, SEM         *
001015*    FUNCOES INTRINSECAS - MESMO CALCULO DO FERRACK)             *
001016*---------------------------------------------------------------*
001017 01  WRK-DATA-DECOMP.
001018     03  WRK-DD-ANO            PIC 9(04).
001019     03  WRK-DD-MES            PIC 9(02).
001020     03  WRK-DD-DIA            PIC 9(02).
001021 77  WRK-SER-ANO               PIC 9(06)  VALUE  ZEROS.
001022 77  WRK-SER-MES               PIC 9(04)  VALUE  ZEROS.
001023 77  WRK-SERIAL                PIC 9(09)  VALUE  ZEROS.
001024 77  WRK-SER-QUOC              PIC 9(09)  VALUE  ZEROS.
001025 77  WRK-SERIAL-ALVO           PIC 9(09)  VALUE  ZEROS.
001026 77  WRK-IDADE-DIAS            PIC 9(04)  VALUE  ZEROS.
001027*---------------------------------------------------------------*
001028*    INICIO DA JANELA DO BATCH (DATA/HORA) PARA AS PROPOSTAS     *
001029*    DE ALTERACAO DE PARAMETRO AINDA PENDENTES                   *
001030*---------------------------------------------------------------*
001031 01  WRK-INICIO-JANELA.
001032     03  WRK-INI-DATA          PIC 9(08)  VALUE  ZEROS.
001033     03  WRK-INI-HORA          PIC 9(06)  VALUE  ZEROS.
001034 01  WRK-MOMENTO-ATUAL.
001035     03  WRK-ATU-DATA          PIC 9(08)  VALUE  ZEROS.
001036     03  WRK-ATU-HORA          PIC X(06)  VALUE  SPACES.
001037 77  WRK-TIME-ATUAL            PIC X(08)  VALUE  SPACES.
001038 77  WRK-QTD-PROPOSTAS         PIC 9(05)  VALUE  ZEROS.
001039 77  WRK-RESTO                 PIC 9(03)  VALUE  ZEROS.
001040 01  TAB-DIAS-MES-VALORES.
001041     03  FILLER                PIC X(24)  VALUE
001042         '312831303130313130313031'.
001043 01  TAB-DIAS-MES  REDEFINES  TAB-DIAS-MES-VALORES.
001044     03  TAB-ULTIMO-DIA        PIC 9(02)  OCCURS  12  TIMES.
001045*---------------------------------------------------------------*
001046*    LINHAS DE IMPRESSAO                                         *
001047*---------------------------------------------------------------*
001050 01  WRK-LINHA-TITULO.
001060     03  FILLER                PIC X(34)   VALUE
001070         'FERRALT - ALERTAS CONSOLIDADOS DE '.
001080     03  WL-TIT-DATA           PIC 9(08).
001090     03  FILLER                PIC X(90)   VALUE  SPACES.
001104 01  WRK-LINHA-CABEC.
001109     03  FILLER                PIC X(58)   VALUE
001114         'SEV  HORA    PROGRAMA  RC  OCORRENCIA'.
001119     03  FILLER                PIC X(74)   VALUE
001124         'IDADE  ID DO ALERTA (DATA HORA PROGRAMA SEQ REGRA)'.
001130 01  WRK-LINHA-DET.
001140     03  WL-DET-SEV            PIC X(01).
001150     03  FILLER                PIC X(04)   VALUE  SPACES.
001190     03  FILLER                PIC X(02)   VALUE  SPACES.
001200     03  WL-DET-RC             PIC X(02).
001210     03  FILLER                PIC X(02)   VALUE  SPACES.
001222     03  WL-DET-TEXTO          PIC X(30).
001225     03  FILLER                PIC X(02)   VALUE  SPACES.
001228     03  WL-DET-IDADE          PIC ZZZ9.
001231     03  FILLER                PIC X(02)   VALUE  SPACES.
001234     03  WL-DET-ID             PIC X(26).
001237     03  FILLER                PIC X(41)   VALUE  SPACES.
001240 01  WRK-LINHA-NENHUMA.
001250     03  FILLER                PIC X(132)  VALUE
001251         ' (NENHUM ALERTA - NOITE LIMPA)'.
001252 01  WRK-LINHA-REPETIDOS.
001253     03  FILLER                PIC X(132)  VALUE
001254         'ERROS DE NOITES ANTERIORES AINDA ABERTOS'.
001255 01  WRK-LINHA-PROPOSTAS.
001256     03  FILLER                PIC X(43)   VALUE
001257         'PROPOSTAS DE ALTERACAO DE PARAMETRO (XADM) '.
001258     03  FILLER                PIC X(30)   VALUE
001259         'PENDENTES NO INICIO DA JANELA '.
001260     03  WL-PRP-INI-DATA       PIC 9(08).
001261     03  FILLER                PIC X(01)   VALUE  SPACES.
001262     03  WL-PRP-INI-HORA       PIC 9(06).
001263     03  FILLER                PIC X(44)   VALUE  SPACES.
001264 01  WRK-LINHA-CABEC-PRP.
001265     03  FILLER                PIC X(50)   VALUE
001266         'PARAMETRO  PROPOSTO   EM VIGOR  PROPOSTA POR / EM '.
001267     03  FILLER                PIC X(82)   VALUE
001268         '        PRAZO            SITUACAO   DECIDIDA POR'.
001269 01  WRK-LINHA-PRP.
001270     03  WL-PRP-PARAMETRO      PIC X(08).
001271     03  FILLER                PIC X(02)   VALUE  SPACES.
001272     03  WL-PRP-PROPOSTO       PIC ZZZZZZZZ9.
001273     03  FILLER                PIC X(02)   VALUE  SPACES.
001274     03  WL-PRP-ANTERIOR       PIC ZZZZZZZZ9.
001275     03  FILLER                PIC X(02)   VALUE  SPACES.
001276     03  WL-PRP-SOL-OPERADOR   PIC X(08).
001277     03  FILLER                PIC X(01)   VALUE  SPACES.
001278     03  WL-PRP-SOL-DATA       PIC 9(08).
001279     03  FILLER                PIC X(01)   VALUE  SPACES.
001280     03  WL-PRP-SOL-HORA       PIC 9(06).
001281     03  FILLER                PIC X(02)   VALUE  SPACES.
001282     03  WL-PRP-VAL-DATA       PIC 9(08).
001283     03  FILLER                PIC X(01)   VALUE  SPACES.
001284     03  WL-PRP-VAL-HORA       PIC 9(06).
001285     03  FILLER                PIC X(02)   VALUE  SPACES.
001286     03  WL-PRP-SITUACAO       PIC X(10).
001287     03  FILLER                PIC X(01)   VALUE  SPACES.
001288     03  WL-PRP-DEC-OPERADOR   PIC X(08).
001289     03  FILLER                PIC X(38)   VALUE  SPACES.
001290 01  WRK-LINHA-TOTAL.
001291     03  FILLER                PIC X(19)   VALUE
001292         'EVENTOS AVALIADOS: '.
001300     03  WL-TOTAL-EVENTOS      PIC ZZZZ9.
001310     03  FILLER                PIC X(09)   VALUE  '  ERROS: '.
001320     03  WL-TOTAL-ERROS        PIC ZZZZ9.
001330     03  FILLER                PIC X(10)   VALUE  '  AVISOS: '.
001343     03  WL-TOTAL-AVISOS       PIC ZZZZ9.
001347     03  FILLER                PIC X(13)   VALUE  '  REPETIDOS: '.
001351     03  WL-TOTAL-REPETIDOS    PIC ZZZZ9.
001352     03  FILLER                PIC X(13)   VALUE  '  PROPOSTAS: '.
001353     03  WL-TOTAL-PROPOSTAS    PIC ZZZZ9.
001355     03  FILLER                PIC X(43)   VALUE  SPACES.
001360 LINKAGE  SECTION.
001370 01  LS-PARM-AREA.
001380     03  LS-PARM-LEN           PIC S9(04)  COMP.
001490     PERFORM  3000-AVALIAR-EVENTO
001500              THRU  3000-AVALIAR-EVENTO-EXIT
001510              UNTIL  FIM-EVTLOG.
001523     PERFORM  3500-LISTAR-PENDENTES
001527              THRU  3500-LISTAR-PENDENTES-EXIT.
001531     PERFORM  3900-REPETIR-ABERTOS
001535              THRU  3900-REPETIR-ABERTOS-EXIT.
001536     PERFORM  3960-LISTAR-PROPOSTAS
001537              THRU  3960-LISTAR-PROPOSTAS-EXIT.
001540     PERFORM  4000-TOTALIZAR
001550              THRU  4000-TOTALIZAR-EXIT.
001560     PERFORM  9999-FINALIZAR
002050         MOVE  '12'  TO  WRK-RC
002060         PERFORM  9999-FINALIZAR  THRU  9999-FINALIZAR-EXIT
002070     END-IF.
002071
002072*    O ARQUIVO DE SITUACAO NAO PODE IMPEDIR O ALERTA DA NOITE:
002073*    INDISPONIVEL, SO AVISA E OS ALERTAS SAEM SEM ACOMPANHAMENTO.
002074     OPEN  I-O  ALRSTAT.
002075     IF  WRK-FS-ALRSTAT  =  '35'
002076         OPEN  OUTPUT  ALRSTAT
002077         CLOSE  ALRSTAT
002078         OPEN  I-O  ALRSTAT
002079     END-IF.
002080     IF  WRK-FS-ALRSTAT  =  '00'
002081         SET  ALRSTAT-DISPONIVEL  TO  TRUE
002082     ELSE
002083         DISPLAY  'FERRALT - AVISO: ALRSTAT INDISPONIVEL - FS='
002084                  WRK-FS-ALRSTAT  ' - ALERTAS SEM ACOMPANHAMENTO'
002085     END-IF.
002086     MOVE  WRK-DATA-ALVO  TO  WRK-DATA-DECOMP.
002087     PERFORM  3950-CALCULAR-SERIAL
002088              THRU  3950-CALCULAR-SERIAL-EXIT.
002089     MOVE  WRK-SERIAL     TO  WRK-SERIAL-ALVO.
002090
002091*    AS PROPOSTAS PENDENTES TAMBEM NAO PODEM IMPEDIR O ALERTA:
002092*    PENDAT INEXISTENTE E SO NUNCA TER HAVIDO PROPOSTA.
002093     OPEN  INPUT  PENDAT.
002094     EVALUATE  WRK-FS-PENDAT
002095         WHEN  '00'
002096             SET  PENDAT-DISPONIVEL  TO  TRUE
002097         WHEN  '35'
002098             CONTINUE
002099         WHEN  OTHER
002100             DISPLAY  'FERRALT - AVISO: PENDAT INDISPONIVEL - FS='
002101                      WRK-FS-PENDAT  ' - PROPOSTAS NAO LISTADAS'
002102     END-EVALUATE.
002103*    A JANELA QUE CRUZA A MEIA-NOITE COMECOU NA VESPERA.
002104     MOVE  WRK-DATA-ALVO   TO  WRK-INI-DATA.
002105     MOVE  WRK-JANELA-INI  TO  WRK-INI-HORA.
002106     IF  WRK-JANELA-INI  >  WRK-JANELA-FIM
002107         PERFORM  3980-DIA-ANTERIOR
002108                  THRU  3980-DIA-ANTERIOR-EXIT
002109     END-IF.
002110     ACCEPT  WRK-ATU-DATA    FROM  DATE  YYYYMMDD.
002111     ACCEPT  WRK-TIME-ATUAL  FROM  TIME.
002112     MOVE  WRK-TIME-ATUAL(1:6)  TO  WRK-ATU-HORA.
002113
002114     MOVE  WRK-DATA-ALVO     TO  WL-TIT-DATA.
002115     MOVE  WRK-LINHA-TITULO  TO  REG-RELALT
002116     WRITE  REG-RELALT.
002120     MOVE  SPACES            TO  REG-RELALT
002130     WRITE  REG-RELALT.
002140     MOVE  WRK-LINHA-CABEC   TO  REG-RELALT
002790     END-IF.
002800     ADD  1  TO  WRK-QTD-ABERTOS.
002810     MOVE  EVT-PROGRAMA  TO  ABT-PROGRAMA(WRK-QTD-ABERTOS).
002821     MOVE  EVT-HORA      TO  ABT-HORA(WRK-QTD-ABERTOS).
002823     MOVE  EVT-SEQ       TO  ABT-SEQ(WRK-QTD-ABERTOS).
002825     MOVE  EVT-APLICACAO TO  ABT-APLICACAO(WRK-QTD-ABERTOS).
002830     MOVE  'S'           TO  ABT-ATIVO(WRK-QTD-ABERTOS).
002840 3100-ABRIR-PASSO-EXIT.
002850     EXIT.
003210         END-IF
003220     END-IF.
003230     IF  DENTRO-DA-JANELA
003242         ADD  1  TO  WRK-QTD-AVISOS
003245         MOVE  'A'  TO  WRK-REGRA
003250         PERFORM  3600-EMITIR-ALERTA
003260                  THRU  3600-EMITIR-ALERTA-EXIT
003270     END-IF.
003290     EXIT.
003300
003310 3400-EMITIR-ERRO-RC  SECTION.
003322     ADD  1  TO  WRK-QTD-ERROS.
003325     MOVE  'R'  TO  WRK-REGRA.
003330     PERFORM  3600-EMITIR-ALERTA
003340              THRU  3600-EMITIR-ALERTA-EXIT.
003350 3400-EMITIR-ERRO-RC-EXIT.
003570         MOVE  'E'                TO  ALR-SEVERIDADE
003580         MOVE  SPACES             TO  ALR-RC
003590         MOVE  'PASSO SEM EVENTO DE FIM'  TO  ALR-TEXTO
003591         MOVE  ABT-SEQ(IND)       TO  ALR-SEQ
003592         MOVE  'P'                TO  ALR-REGRA
003593         MOVE  ABT-APLICACAO(IND) TO  ALR-APLICACAO
003594         MOVE  ZEROS              TO  ALR-IDADE-DIAS
003600         PERFORM  3700-GRAVAR-ALERTA
003610                  THRU  3700-GRAVAR-ALERTA-EXIT
003620     END-IF.
003780     END-IF.
003790     MOVE  EVT-RC        TO  ALR-RC.
003800     MOVE  EVT-TEXTO     TO  ALR-TEXTO.
003801     MOVE  EVT-SEQ       TO  ALR-SEQ.
003802     MOVE  WRK-REGRA     TO  ALR-REGRA.
003803     MOVE  EVT-APLICACAO TO  ALR-APLICACAO.
003804     MOVE  ZEROS         TO  ALR-IDADE-DIAS.
003810     PERFORM  3700-GRAVAR-ALERTA
003820              THRU  3700-GRAVAR-ALERTA-EXIT.
003830 3600-EMITIR-ALERTA-EXIT.
004000     MOVE  ALR-HORA         TO  WL-DET-HORA.
004010     MOVE  ALR-PROGRAMA     TO  WL-DET-PROGRAMA.
004020     MOVE  ALR-RC           TO  WL-DET-RC.
004031     MOVE  ALR-TEXTO        TO  WL-DET-TEXTO.
004033     MOVE  ALR-IDADE-DIAS   TO  WL-DET-IDADE.
004035     MOVE  ALR-DATA         TO  WL-DET-ID(1:8).
004037     MOVE  ALR-HORA         TO  WL-DET-ID(9:6).
004039     MOVE  ALR-PROGRAMA     TO  WL-DET-ID(15:8).
004041     MOVE  ALR-SEQ          TO  WL-DET-ID(23:3).
004043     MOVE  ALR-REGRA        TO  WL-DET-ID(26:1).
004045     MOVE  WRK-LINHA-DET    TO  REG-RELALT.
004047     WRITE  REG-RELALT.
004049     IF  ALRSTAT-DISPONIVEL  AND  NOT  ALR-NOITE-ANTERIOR
004051         PERFORM  3800-REGISTRAR-SITUACAO
004053                  THRU  3800-REGISTRAR-SITUACAO-EXIT
004055     END-IF.
004060 3700-GRAVAR-ALERTA-EXIT.
004070     EXIT.
004071
004072*---------------------------------------------------------------*
004073*    3800 - REGISTRA O ALERTA DA NOITE EM ALRSTAT (ABERTO).  O   *
004074*           MESMO ALERTA ACHADO DE NOVO NUMA REEXECUCAO DA NOITE *
004075*           SO TEM A DATA DE EMISSAO ATUALIZADA - A SITUACAO     *
004076*           DADA PELO OPERADOR NAO E DESFEITA.                   *
004077*---------------------------------------------------------------*
004078 3800-REGISTRAR-SITUACAO  SECTION.
004079     MOVE  ALR-DATA      TO  ALS-DATA.
004080     MOVE  ALR-HORA      TO  ALS-HORA.
004081     MOVE  ALR-PROGRAMA  TO  ALS-PROGRAMA.
004082     MOVE  ALR-SEQ       TO  ALS-SEQ.
004083     MOVE  ALR-REGRA     TO  ALS-REGRA.
004084     READ  ALRSTAT
004085         INVALID  KEY
004086             CONTINUE
004087     END-READ.
004088     IF  WRK-FS-ALRSTAT  =  '00'
004089         MOVE  WRK-DATA-ALVO  TO  ALS-DT-ULT-EMISSAO
004090         REWRITE  REG-ALRSTAT
004091     ELSE
004092         INITIALIZE  REG-ALRSTAT
004093         MOVE  ALR-DATA        TO  ALS-DATA
004094         MOVE  ALR-HORA        TO  ALS-HORA
004095         MOVE  ALR-PROGRAMA    TO  ALS-PROGRAMA
004096         MOVE  ALR-SEQ         TO  ALS-SEQ
004097         MOVE  ALR-REGRA       TO  ALS-REGRA
004098         MOVE  ALR-APLICACAO   TO  ALS-APLICACAO
004099         MOVE  ALR-SEVERIDADE  TO  ALS-SEVERIDADE
004100         MOVE  ALR-RC          TO  ALS-RC
004101         MOVE  ALR-TEXTO       TO  ALS-TEXTO
004102         SET  ALS-ABERTO       TO  TRUE
004103         MOVE  WRK-DATA-ALVO   TO  ALS-DT-ULT-EMISSAO
004104         MOVE  1               TO  ALS-QTD-EMISSOES
004105         WRITE  REG-ALRSTAT
004106     END-IF.
004107     IF  WRK-FS-ALRSTAT  NOT  =  '00'
004108         DISPLAY  'FERRALT - AVISO: ERRO GRAVACAO ALRSTAT - FS='
004109                  WRK-FS-ALRSTAT
004110     END-IF.
004111 3800-REGISTRAR-SITUACAO-EXIT.
004112     EXIT.
004113
004114*---------------------------------------------------------------*
004115*    3900 - ERROS DE NOITES ANTERIORES AINDA ABERTOS (NEM        *
004116*           RECONHECIDOS NEM FECHADOS) VOLTAM AO ALERTAS E AO    *
004117*           RESUMO COM A IDADE EM DIAS, ATE O OPERADOR TRATA-LOS *
004118*---------------------------------------------------------------*
004119 3900-REPETIR-ABERTOS  SECTION.
004120     IF  NOT  ALRSTAT-DISPONIVEL
004121         GO  TO  3900-REPETIR-ABERTOS-EXIT
004122     END-IF.
004123     MOVE  ZEROS       TO  ALS-DATA  ALS-HORA  ALS-SEQ.
004124     MOVE  LOW-VALUES  TO  ALS-PROGRAMA  ALS-REGRA.
004125     START  ALRSTAT  KEY  NOT  <  ALS-CHAVE
004126         INVALID  KEY
004127             SET  FIM-ALRSTAT  TO  TRUE
004128     END-START.
004129     PERFORM  3910-LER-ALRSTAT  THRU  3910-LER-ALRSTAT-EXIT.
004130     PERFORM  3920-REPETIR-ALERTA
004131              THRU  3920-REPETIR-ALERTA-EXIT
004132              UNTIL  FIM-ALRSTAT.
004133 3900-REPETIR-ABERTOS-EXIT.
004134     EXIT.
004135
004136 3910-LER-ALRSTAT  SECTION.
004137     IF  FIM-ALRSTAT
004138         GO  TO  3910-LER-ALRSTAT-EXIT
004139     END-IF.
004140     READ  ALRSTAT  NEXT  RECORD
004141         AT  END
004142             SET  FIM-ALRSTAT  TO  TRUE
004143     END-READ.
004144*    A CHAVE COMECA PELA DATA: A NOITE ALVO EM DIANTE JA FOI
004145*    TRATADA PELAS REGRAS (OU E POSTERIOR A ELA).
004146     IF  NOT  FIM-ALRSTAT  AND
004147         ALS-DATA  NOT  <  WRK-DATA-ALVO
004148         SET  FIM-ALRSTAT  TO  TRUE
004149     END-IF.
004150 3910-LER-ALRSTAT-EXIT.
004151     EXIT.
004152
004153 3920-REPETIR-ALERTA  SECTION.
004154     IF  NOT  ALS-ERRO  OR  NOT  ALS-ABERTO
004155         GO  TO  3920-REPETIR-LER
004156     END-IF.
004157     IF  WRK-QTD-REPETIDOS  =  ZERO
004158         MOVE  SPACES               TO  REG-RELALT
004159         WRITE  REG-RELALT
004160         MOVE  WRK-LINHA-REPETIDOS  TO  REG-RELALT
004161         WRITE  REG-RELALT
004162     END-IF.
004163     ADD  1  TO  WRK-QTD-REPETIDOS.
004164
004165     MOVE  ALS-DATA  TO  WRK-DATA-DECOMP.
004166     PERFORM  3950-CALCULAR-SERIAL
004167              THRU  3950-CALCULAR-SERIAL-EXIT.
004168     COMPUTE  WRK-IDADE-DIAS  =  WRK-SERIAL-ALVO  -  WRK-SERIAL.
004169
004170     MOVE  SPACES          TO  REG-ALERTAS.
004171     MOVE  ALS-DATA        TO  ALR-DATA.
004172     MOVE  ALS-HORA        TO  ALR-HORA.
004173     MOVE  ALS-PROGRAMA    TO  ALR-PROGRAMA.
004174     MOVE  ALS-SEVERIDADE  TO  ALR-SEVERIDADE.
004175     MOVE  ALS-RC          TO  ALR-RC.
004176     MOVE  ALS-TEXTO       TO  ALR-TEXTO.
004177     MOVE  ALS-SEQ         TO  ALR-SEQ.
004178     MOVE  ALS-REGRA       TO  ALR-REGRA.
004179     MOVE  'S'             TO  ALR-REPETIDO.
004180     MOVE  WRK-IDADE-DIAS  TO  ALR-IDADE-DIAS.
004181     MOVE  ALS-APLICACAO   TO  ALR-APLICACAO.
004182     PERFORM  3700-GRAVAR-ALERTA
004183              THRU  3700-GRAVAR-ALERTA-EXIT.
004184
004185*    REEXECUCAO DA MESMA NOITE NAO CONTA UMA NOVA EMISSAO.
004186     IF  ALS-DT-ULT-EMISSAO  NOT  =  WRK-DATA-ALVO
004187         MOVE  WRK-DATA-ALVO  TO  ALS-DT-ULT-EMISSAO
004188         ADD  1  TO  ALS-QTD-EMISSOES
004189         REWRITE  REG-ALRSTAT
004190         IF  WRK-FS-ALRSTAT  NOT  =  '00'
004191             DISPLAY  'FERRALT - AVISO: ERRO REGRAVACAO ALRSTAT '
004192                      '- FS='  WRK-FS-ALRSTAT
004193         END-IF
004194     END-IF.
004195
004196 3920-REPETIR-LER.
004197     PERFORM  3910-LER-ALRSTAT  THRU  3910-LER-ALRSTAT-EXIT.
004198 3920-REPETIR-ALERTA-EXIT.
004199     EXIT.
004200
004201 3950-CALCULAR-SERIAL  SECTION.
004202     IF  WRK-DD-MES  <  3
004203         COMPUTE  WRK-SER-ANO  =  WRK-DD-ANO  -  1
004204         COMPUTE  WRK-SER-MES  =  WRK-DD-MES  +  12
004205     ELSE
004206         MOVE  WRK-DD-ANO  TO  WRK-SER-ANO
004207         MOVE  WRK-DD-MES  TO  WRK-SER-MES
004208     END-IF.
004209     COMPUTE  WRK-SERIAL  =
004210         365  *  WRK-SER-ANO  +  WRK-DD-DIA.
004211     DIVIDE  WRK-SER-ANO  BY  4    GIVING  WRK-SER-QUOC.
004212     ADD  WRK-SER-QUOC  TO  WRK-SERIAL.
004213     DIVIDE  WRK-SER-ANO  BY  100  GIVING  WRK-SER-QUOC.
004214     SUBTRACT  WRK-SER-QUOC  FROM  WRK-SERIAL.
004215     DIVIDE  WRK-SER-ANO  BY  400  GIVING  WRK-SER-QUOC.
004216     ADD  WRK-SER-QUOC  TO  WRK-SERIAL.
004217     COMPUTE  WRK-SER-QUOC  =
004218         (153  *  (WRK-SER-MES  -  3)  +  2)  /  5.
004219     ADD  WRK-SER-QUOC  TO  WRK-SERIAL.
004220 3950-CALCULAR-SERIAL-EXIT.
004221     EXIT.
004222
004223*---------------------------------------------------------------*
004224*    3960 - PROPOSTAS DE ALTERACAO DE PARAMETRO (XADM) QUE       *
004225*           ESTAVAM AGUARDANDO O SEGUNDO OPERADOR NO INICIO DA   *
004226*           JANELA: PROPOSTAS ATE ENTAO, AINDA NO PRAZO E SEM    *
004227*           DECISAO ATE ENTAO.  A SITUACAO MOSTRA O DESTINO DE   *
004228*           CADA UMA DEPOIS (AINDA PENDENTE, APROVADA DURANTE A  *
004229*           NOITE, REJEITADA, EXPIRADA OU - PENDENTE COM O PRAZO *
004230*           JA PASSADO, POIS O XADM SO MARCA A EXPIRACAO QUANDO  *
004231*           ALGUEM VOLTA AO PARAMETRO - VENCIDA, COMO NA TELA).  *
004232*---------------------------------------------------------------*
004233 3960-LISTAR-PROPOSTAS  SECTION.
004234     IF  NOT  PENDAT-DISPONIVEL
004235         GO  TO  3960-LISTAR-PROPOSTAS-EXIT
004236     END-IF.
004237     PERFORM  3965-LER-PENDAT  THRU  3965-LER-PENDAT-EXIT.
004238     PERFORM  3970-AVALIAR-PROPOSTA
004239              THRU  3970-AVALIAR-PROPOSTA-EXIT
004240              UNTIL  FIM-PENDAT.
004241 3960-LISTAR-PROPOSTAS-EXIT.
004242     EXIT.
004243
004244 3965-LER-PENDAT  SECTION.
004245     READ  PENDAT  NEXT  RECORD
004246         AT  END
004247             SET  FIM-PENDAT  TO  TRUE
004248     END-READ.
004249 3965-LER-PENDAT-EXIT.
004250     EXIT.
004251
004252 3970-AVALIAR-PROPOSTA  SECTION.
004253     IF  PEN-SOLICITACAO(9:14)  >  WRK-INICIO-JANELA  OR
004254         PEN-VALIDADE  NOT  >  WRK-INICIO-JANELA
004255         GO  TO  3970-AVALIAR-LER
004256     END-IF.
004257     IF  NOT  PEN-PENDENTE  AND
004258         PEN-DECISAO(9:14)  NOT  >  WRK-INICIO-JANELA
004259         GO  TO  3970-AVALIAR-LER
004260     END-IF.
004261     IF  WRK-QTD-PROPOSTAS  =  ZERO
004262         MOVE  WRK-INI-DATA         TO  WL-PRP-INI-DATA
004263         MOVE  WRK-INI-HORA         TO  WL-PRP-INI-HORA
004264         MOVE  SPACES               TO  REG-RELALT
004265         WRITE  REG-RELALT
004266         MOVE  WRK-LINHA-PROPOSTAS  TO  REG-RELALT
004267         WRITE  REG-RELALT
004268         MOVE  WRK-LINHA-CABEC-PRP  TO  REG-RELALT
004269         WRITE  REG-RELALT
004270     END-IF.
004271     ADD  1  TO  WRK-QTD-PROPOSTAS.
004272
004273     MOVE  PEN-PARAMETRO       TO  WL-PRP-PARAMETRO.
004274     MOVE  PEN-VALOR-PROPOSTO  TO  WL-PRP-PROPOSTO.
004275     MOVE  PEN-VALOR-ANTERIOR  TO  WL-PRP-ANTERIOR.
004276     MOVE  PEN-SOL-OPERADOR    TO  WL-PRP-SOL-OPERADOR.
004277     MOVE  PEN-SOL-DATA        TO  WL-PRP-SOL-DATA.
004278     MOVE  PEN-SOL-HORA        TO  WL-PRP-SOL-HORA.
004279     MOVE  PEN-VAL-DATA        TO  WL-PRP-VAL-DATA.
004280     MOVE  PEN-VAL-HORA        TO  WL-PRP-VAL-HORA.
004281     MOVE  PEN-DEC-OPERADOR    TO  WL-PRP-DEC-OPERADOR.
004282     EVALUATE  TRUE
004283         WHEN  PEN-APROVADA
004284             MOVE  'APROVADA'    TO  WL-PRP-SITUACAO
004285         WHEN  PEN-REJEITADA
004286             MOVE  'REJEITADA'   TO  WL-PRP-SITUACAO
004287         WHEN  PEN-EXPIRADA
004288             MOVE  'EXPIRADA'    TO  WL-PRP-SITUACAO
004289         WHEN  PEN-PENDENTE  AND
004290               PEN-VALIDADE  <  WRK-MOMENTO-ATUAL
004291             MOVE  'VENCIDA'     TO  WL-PRP-SITUACAO
004292         WHEN  OTHER
004293             MOVE  'PENDENTE'    TO  WL-PRP-SITUACAO
004294     END-EVALUATE.
004295     MOVE  WRK-LINHA-PRP  TO  REG-RELALT.
004296     WRITE  REG-RELALT.
004297
004298 3970-AVALIAR-LER.
004299     PERFORM  3965-LER-PENDAT  THRU  3965-LER-PENDAT-EXIT.
004300 3970-AVALIAR-PROPOSTA-EXIT.
004301     EXIT.
004302
004303*---------------------------------------------------------------*
004304*    3980 - VESPERA DA NOITE ALVO, PARA O INICIO DE UMA JANELA   *
004305*           QUE CRUZA A MEIA-NOITE (SEM FUNCOES INTRINSECAS)     *
004306*---------------------------------------------------------------*
004307 3980-DIA-ANTERIOR  SECTION.
004308     MOVE  WRK-DATA-ALVO  TO  WRK-DATA-DECOMP.
004309     IF  WRK-DD-DIA  >  1
004310         SUBTRACT  1  FROM  WRK-DD-DIA
004311         GO  TO  3980-DIA-ANTERIOR-FIM
004312     END-IF.
004313     IF  WRK-DD-MES  >  1
004314         SUBTRACT  1  FROM  WRK-DD-MES
004315     ELSE
004316         MOVE  12  TO  WRK-DD-MES
004317         SUBTRACT  1  FROM  WRK-DD-ANO
004318     END-IF.
004319     MOVE  TAB-ULTIMO-DIA(WRK-DD-MES)  TO  WRK-DD-DIA.
004320     IF  WRK-DD-MES  =  2
004321         DIVIDE  WRK-DD-ANO  BY  4    GIVING  WRK-SER-QUOC
004322                                      REMAINDER  WRK-RESTO
004323         IF  WRK-RESTO  =  ZERO
004324             MOVE  29  TO  WRK-DD-DIA
004325             DIVIDE  WRK-DD-ANO  BY  100  GIVING  WRK-SER-QUOC
004326                                          REMAINDER  WRK-RESTO
004327             IF  WRK-RESTO  =  ZERO
004328                 MOVE  28  TO  WRK-DD-DIA
004329                 DIVIDE  WRK-DD-ANO  BY  400  GIVING  WRK-SER-QUOC
004330                                              REMAINDER  WRK-RESTO
004331                 IF  WRK-RESTO  =  ZERO
004332                     MOVE  29  TO  WRK-DD-DIA
004333                 END-IF
004334             END-IF
004335         END-IF
004336     END-IF.
004337 3980-DIA-ANTERIOR-FIM.
004338     MOVE  WRK-DATA-DECOMP  TO  WRK-INI-DATA.
004339 3980-DIA-ANTERIOR-EXIT.
004340     EXIT.
004341
004342*---------------------------------------------------------------*
004343*    4000 - IMPRIME OS TOTAIS E DEFINE O PIOR CODIGO DE RETORNO  *
004344*---------------------------------------------------------------*
004345 4000-TOTALIZAR  SECTION.
004346     IF  WRK-QTD-ERROS  =  ZEROS  AND
004347         WRK-QTD-AVISOS  =  ZEROS  AND
004348         WRK-QTD-REPETIDOS  =  ZEROS  AND
004349         WRK-QTD-PROPOSTAS  =  ZEROS
004350         MOVE  WRK-LINHA-NENHUMA  TO  REG-RELALT
004351         WRITE  REG-RELALT
004352     END-IF.
004353     MOVE  SPACES             TO  REG-RELALT
004354     WRITE  REG-RELALT.
004355     MOVE  WRK-QTD-EVENTOS    TO  WL-TOTAL-EVENTOS.
004356     MOVE  WRK-QTD-ERROS      TO  WL-TOTAL-ERROS.
004357     MOVE  WRK-QTD-AVISOS     TO  WL-TOTAL-AVISOS.
004358     MOVE  WRK-QTD-REPETIDOS  TO  WL-TOTAL-REPETIDOS.
004359     MOVE  WRK-QTD-PROPOSTAS  TO  WL-TOTAL-PROPOSTAS.
004360     MOVE  WRK-LINHA-TOTAL    TO  REG-RELALT.
004361     WRITE  REG-RELALT.
004362     EVALUATE  TRUE
004363         WHEN  WRK-QTD-ERROS  >  ZEROS  OR
004364               WRK-QTD-REPETIDOS  >  ZEROS
004365             DISPLAY  'FERRALT - *** ALERTA: NOITE COM ERROS - '
004366                      'VERIFICAR RESUMO ***'
004367             MOVE  '08'  TO  WRK-RC
004368         WHEN  WRK-QTD-AVISOS  >  ZEROS
004369             DISPLAY  'FERRALT - AVISOS NA NOITE - VERIFICAR '
004370                      'RESUMO'
004371             MOVE  '04'  TO  WRK-RC
004372         WHEN  WRK-QTD-PROPOSTAS  >  ZEROS
004373             DISPLAY  'FERRALT - PROPOSTAS XADM PENDENTES - '
004374                      'VERIFICAR RESUMO'
004375             MOVE  '04'  TO  WRK-RC
004376         WHEN  OTHER
004377             CONTINUE
004378     END-EVALUATE.
004379 4000-TOTALIZAR-EXIT.
004380     EXIT.
004390
004400 9999-FINALIZAR  SECTION.
004411     CLOSE  EVTLOG  ALERTAS  RELALT.
004413     IF  ALRSTAT-DISPONIVEL
004415         CLOSE  ALRSTAT
004416     END-IF.
004417     IF  PENDAT-DISPONIVEL
004418         CLOSE  PENDAT
004419     END-IF.
004420     DISPLAY  'FERRALT - FIM DE PROCESSAMENTO - RC='  WRK-RC.
004430     MOVE  WRK-RC  TO  RETURN-CODE.
004440     STOP  RUN.
